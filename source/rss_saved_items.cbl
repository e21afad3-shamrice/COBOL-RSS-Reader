       77  ws-saved-count                    pic 9(5) value zero.
       77  ws-saved-idx                      pic 9(5) value zero.

      *> Saves go on the audit trail with the operator who made
      *> them - the shift handover report lists them from there.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-link                     pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-duplicate-sw                   pic a value 'N'.
           88  ws-is-duplicate               value 'Y'.
           88  ws-not-duplicate              value 'N'.
               function trim(l-item-title))
           end-call

           move "SAVE-ITEM" to ws-audit-op
           move zero to ws-audit-feed-id
           move l-item-link to ws-audit-link
           move function concatenate(
               function trim(l-item-title), " [",
               function trim(l-feed-title), "]")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-link
               ws-audit-detail
           end-call

           set l-return-status-success to true

           exit paragraph.
