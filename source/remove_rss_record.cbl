       77  ws-cred-pass                        pic x(64) value spaces.
       77  ws-cred-status                      pic 9 value zero.

      *> Standby URL cleanup - see rss-feed-standby.
       77  ws-standby-op                       pic x value 'S'.
       77  ws-standby-status                   pic 9 value zero.
       copy "./copybooks/wsrecord/ws-standby-record.cpy".

      *> Replay-guard history cleanup - see rss-replay-guard.
       77  ws-replay-op                        pic x value 'X'.
       77  ws-replay-status                    pic 9 value zero.
       copy "./copybooks/wsrecord/ws-replay-record.cpy".

       77  ws-rss-content-file-name            pic x(255) value spaces.
       77  ws-content-file-status              pic 99.
       77  ws-content-file-write-status        pic 99.
           end-call
           cancel "rss-feed-creds"

      *> So does its standby URL - a blank URL drops the entry.
           initialize ws-standby-record
           move ws-rss-feed-id to ws-standby-feed-id
           move 'S' to ws-standby-op
           call "rss-feed-standby" using
               ws-standby-op ws-standby-record ws-standby-status
           end-call
           cancel "rss-feed-standby"

      *> And its replay-guard history.
           initialize ws-replay-record
           move ws-rss-feed-id to ws-replay-feed-id
           move 'X' to ws-replay-op
           call "rss-replay-guard" using
               ws-replay-op ws-replay-record ws-replay-status
           end-call
           cancel "rss-replay-guard"

      *> ws-rss-list-record still holds the record that was read
      *> before the delete.
           move "DELETE-FEED" to ws-audit-op
