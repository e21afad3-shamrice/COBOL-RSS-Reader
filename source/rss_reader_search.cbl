
       configuration section.
       repository.
           function rss-epoch-minutes
           function resolve-data-path.
       special-names.
           cursor is ws-cursor-position
                                                      value zero.
       77  ws-view-mute-dummy                         pic x
                                                      value 'N'.
       01  ws-view-comments-dummy.
           05  filler                                 pic x(256)
                                                      value spaces.
           05  filler                                 pic 9(6)
                                                      value zero.
           05  filler                                 pic 9(6)
                                                      value zero.
       77  ws-ovf-tally                               pic 9(4)
                                                      value zero.

                   by content ws-view-ovf-file-name,
                   by reference ws-view-snooze-dummy,
                   by content ws-result-item-author(ws-idx),
                   by reference ws-view-mute-dummy,
                   by content ws-view-comments-dummy
               end-call
               cancel "rss-reader-view-item"

           and ws-result-item-idx(ws-idx) <= ws-num-items then

               move 'Y' to ws-item-read(ws-result-item-idx(ws-idx))
               if ws-item-first-read(ws-result-item-idx(ws-idx))
               = zero then
                   move function rss-epoch-minutes
                       to ws-item-first-read(
                           ws-result-item-idx(ws-idx))
               end-if
               move ws-result-item-tags(ws-idx)
                   to ws-item-tags(ws-result-item-idx(ws-idx))

