           function get-config
           function pipe-open
           function pipe-close
           function rss-local-date
           function resolve-data-path.

       special-names.

       write-digest-item.

           if ws-item-pub-epoch-min(ws-item-idx) not = zero then
               move function concatenate(
                   "  - ", function trim(ws-item-title(ws-item-idx)),
                   " (", function trim(rss-local-date(
                       ws-item-pub-epoch-min(ws-item-idx))), ")")
                   to ws-digest-line
           else
               move function concatenate(
                   "  - ", function trim(ws-item-title(ws-item-idx)),
                   " (", function trim(ws-item-pub-date(ws-item-idx)),
                   ")")
                   to ws-digest-line
           end-if

           if ws-item-dup-count(ws-item-idx) not = zeros then
               move function concatenate(
