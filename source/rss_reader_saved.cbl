       77  ws-view-snooze-dummy              pic 9(10) value zero.
       77  ws-view-author-dummy              pic x(64) value spaces.
       77  ws-view-mute-dummy                pic x value 'N'.
       01  ws-view-comments-dummy.
           05  filler                        pic x(256) value spaces.
           05  filler                        pic 9(6) value zero.
           05  filler                        pic 9(6) value zero.

       78  ws-saved-page-size                value 15.
       77  ws-page-num                       pic 9(5) value 1.
               by content ws-no-ovf-file-name,
               by reference ws-view-snooze-dummy,
               by content ws-view-author-dummy,
               by reference ws-view-mute-dummy,
               by content ws-view-comments-dummy
           end-call
           cancel "rss-reader-view-item"

