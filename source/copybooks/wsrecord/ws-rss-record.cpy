      *> be cut by byline. Spaces = feed doesn't credit authors.
               10 ws-item-author                pic x(64)
                                                value spaces.
      *> Minutes-since-epoch the item was first opened (or marked
      *> read one at a time) - stamped once, never moved by later
      *> reads, and carried by guid through the parser's reconcile
      *> pass and the item state side-car like the snooze time.
      *> Feeds the --read-latency report. Zero means never read, or
      *> read only in bulk / before the stamp existed.
               10 ws-item-first-read            pic 9(10) value zero.
      *> Minutes-since-epoch rss-parser first ingested this guid -
      *> our own clock, unlike ws-item-pub-epoch-min which is
      *> whatever the publisher claims. ws-item-date-flag is 'B'
      *> when the claimed date was more than the "datewindow"
      *> config (minutes, default 1440) before first-seen
      *> (backdated), 'F' when more than that after it (future-
      *> dated), space otherwise. Items carried over from before the
      *> stamp existed take their pub date as first-seen.
               10 ws-item-first-seen            pic 9(10) value zero.
               10 ws-item-date-flag             pic a value space.
      *> The link with tracking parameters (the "track_params"
      *> config) stripped and known redirector hosts
      *> ("redirect_hosts") followed to their final target, set by
      *> rss-parser; ws-item-link keeps the link as published.
      *> Spaces = not worked out (yet) - readers fall back to
      *> ws-item-link.
               10 ws-item-canon-link            pic x(256)
                                                value spaces.
      *> Replay guard (see rss-replay-guard): 'P' = held pending an
      *> operator's decision after a refresh flooded the feed with
      *> never-seen items, 'D' = discarded as a replay. Either way
      *> the parser keeps the item hidden; space = published.
               10 ws-item-held                  pic a value space.
                   88 ws-item-held-pending      value 'P'.
                   88 ws-item-held-discarded    value 'D'.
                   88 ws-item-not-held          value space.
      *> The item's own <copyright> / <dc:rights> / Atom <rights>
      *> text when the publisher set one; spaces = the channel's
      *> (ws-rss-rights on the list record) applies.
               10 ws-item-rights                pic x(128)
                                                value spaces.
      *> Discussion attached to the item: the comments page from
      *> <comments> (or an Atom rel="replies" html link), and the
      *> comment count the feed reports through <slash:comments> /
      *> <thr:total>. ws-item-cmt-seen is the count as it stood
      *> when the item was last opened, so growth since then shows
      *> as "+N new" in the feed view and the viewer. The comment
      *> feed URL itself (wfw:commentRss) is kept in the feed's
      *> rss_<id>_cmf.dat store for rss-comment-thread. Spaces/zero
      *> = the feed carries no comment data for the item.
               10 ws-item-comments.
                   15 ws-item-cmt-link          pic x(256)
                                                value spaces.
                   15 ws-item-cmt-count         pic 9(6) value zero.
                   15 ws-item-cmt-seen          pic 9(6) value zero.
