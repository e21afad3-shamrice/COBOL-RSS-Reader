      *> the hold and its release go through rss-audit. Set with
      *> --legal-hold (admin role).
           05  ws-rss-legal-hold               pic a value 'N'.
      *> The channel-level <copyright> / <dc:rights> / Atom
      *> <rights> text as the publisher last sent it (rss-parser),
      *> and the operator's redistribution override from the feed
      *> editor (F5): 'A' full text may be republished, 'L' title
      *> and link only, 'N' never republished; space = the
      *> "redistribution" config. Every republishing output
      *> resolves it through rss-redistribution-policy.
           05  ws-rss-rights                   pic x(128)
                                               value spaces.
           05  ws-rss-redistribution           pic a value space.
               88  ws-rss-redist-allowed       value 'A'.
               88  ws-rss-redist-link-only     value 'L'.
               88  ws-rss-redist-never         value 'N'.
               88  ws-rss-redist-default       value space.
