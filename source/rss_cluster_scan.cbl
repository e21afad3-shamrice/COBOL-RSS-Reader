      *>          digest and timeline use those marks to collapse a
      *>          cluster into one entry with an "also in: N other
      *>          feeds" note. Runs at the end of rss-batch-refresh
      *>          and on demand via --cluster-scan, and finishes by
      *>          checking followed stories for new coverage (see
      *>          rss-cluster-follow).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************

       77  ws-lock-status                    pic 9 value zero.

      *> Followed-story sweep hand-off - see rss-cluster-follow.
       77  ws-follow-op                      pic x value 'S'.
       77  ws-follow-blank                   pic x(256) value spaces.
       77  ws-follow-status                  pic 9 value zero.

       linkage section.

       procedure division.

           move function rss-store-lock('R') to ws-lock-status

      *> Any followed story with a copy in a feed it hasn't been
      *> seen in before gets its alert and timeline pin.
           move 'S' to ws-follow-op
           call "rss-cluster-follow" using
               by content ws-follow-op,
               by content ws-follow-blank,
               by content ws-follow-blank,
               by content ws-follow-blank(1:128),
               by content ws-follow-blank(1:128),
               by reference ws-follow-status
           end-call
           cancel "rss-cluster-follow"

           goback.



       set-item-signature.

      *> The canonical link first, so one story reached through
      *> different campaign tags or shorteners pools as one.
           evaluate true
               when ws-item-canon-link(ws-item-idx) not = spaces
                   move ws-item-canon-link(ws-item-idx)
                       to ws-item-signature
               when ws-item-link(ws-item-idx) not = spaces
                   move ws-item-link(ws-item-idx)
                       to ws-item-signature
