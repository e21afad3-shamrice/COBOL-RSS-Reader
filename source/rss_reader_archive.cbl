       copy "screenio.cpy".
       copy "./copybooks/wsrecord/ws-theme-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".
      *> Archives always open on the full-screen feed view.
       copy "./copybooks/wsrecord/ws-three-pane-record.cpy".

       01  ws-cursor-position.
           05  ws-cursor-line                pic 99.
      *> back into it.
           call "rss-reader-view-feed" using
               by content ws-archive-path(ws-selected-entry),
               by content 'Y',
               by content ws-three-pane-record
           end-call
           cancel "rss-reader-view-feed"

