           function pipe-open
           function pipe-close
           function rss-store-lock
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           else
               move 'Y' to ws-item-read(ws-found-item-idx)
               move 'N' to ws-item-updated(ws-found-item-idx)
               if ws-item-first-read(ws-found-item-idx) = zero then
                   move function rss-epoch-minutes
                       to ws-item-first-read(ws-found-item-idx)
               end-if
           end-if

      *> Three stores change here - journal the intent so a crash
                           to f-itm-open-count
                       move ws-item-snooze-until(ws-found-item-idx)
                           to f-itm-snooze-until
                       move ws-item-first-read(ws-found-item-idx)
                           to f-itm-first-read
                       write f-item-state-record
                           invalid key
                               continue
                   not invalid key
                       move ws-item-read(ws-found-item-idx)
                           to f-itm-read
                       if f-itm-first-read = zero then
                           move ws-item-first-read(ws-found-item-idx)
                               to f-itm-first-read
                       end-if
                       rewrite f-item-state-record
                           invalid key
                               continue
