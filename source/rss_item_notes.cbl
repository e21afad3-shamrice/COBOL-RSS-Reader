       77  ws-note-idx                       pic 9(3) value zero.
       77  ws-note-match-idx                 pic 9(3) value zero.

      *> Note saves go on the audit trail (guid, then the text) so
      *> the shift handover report can list who annotated what.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-link                     pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.
                   perform rewrite-note-file
                   set l-note-status-found to true

                   move "ITEM-NOTE" to ws-audit-op
                   move zero to ws-audit-feed-id
                   move l-note-guid to ws-audit-link
                   move l-note-text to ws-audit-detail
                   call "rss-audit" using
                       ws-audit-op ws-audit-feed-id ws-audit-link
                       ws-audit-detail
                   end-call

               when l-note-op-delete
                   if ws-note-match-idx > zero then
                       perform varying ws-note-idx
