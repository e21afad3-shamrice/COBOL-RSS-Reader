      *          else that reads the item off its stdin. Shares are
      *          written to the outbound spool first and delivered
      *          by rss-share-drain, so a webhook that happens to
      *          be down loses nothing. The link shared is the
      *          canonical one (see rss-canonical-link).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       77  ws-drain-status                      pic 9 value zero.

       77  ws-canon-feed-id                     pic 9(5) value zero.
       01  ws-canon-link                        pic x(256) value spaces.

       01  ws-share-title                       pic x(128) value spaces.
       01  ws-share-link                        pic x(256) value spaces.
       01  ws-share-desc                        pic x(1024)
                                                 value spaces.

      *> Shares go on the audit trail with the operator who made
      *> them - the shift handover report lists them from there.
       77  ws-audit-op                          pic x(16) value spaces.
       77  ws-audit-feed-id                     pic 9(5) value zero.
       77  ws-audit-detail                      pic x(256)
                                                 value spaces.

       local-storage section.

       01  ls-config-val-temp                   pic x(128) value spaces.
           move l-item-link to ws-share-link
           move l-item-desc to ws-share-desc

      *> Callers holding an item's stored canonical link pass that;
      *> working it out again is a no-op. Anything else (a link
      *> picked out of a description, say) is cleaned up here.
           call "rss-canonical-link" using
               ws-canon-feed-id ws-share-link ws-canon-link
           end-call
           cancel "rss-canonical-link"
           if ws-canon-link not = spaces then
               move ws-canon-link to ws-share-link
           end-if

      *>   Shares go through the outbound spool first and are
      *>   delivered by the drain pass immediately after - so when
      *>   the webhook is healthy the share goes out right now, and
           end-call
           cancel "rss-share-spool-add"

           move "SHARE-ITEM" to ws-audit-op
           move zero to ws-audit-feed-id
           move ws-share-title to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-share-link
               ws-audit-detail
           end-call

           call "rss-share-drain" using ws-drain-status
           end-call
           cancel "rss-share-drain"
