      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: One WebSub (PubSubHubbub) push subscription, as
      *          kept in feeds/websub.dat by rss-websub - the hub
      *          and self (topic) URLs rss-parser found on the
      *          feed, the subscription state, the lease expiry,
      *          and the per-feed secret the hub signs pushed
      *          content with.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-websub-record.
           05  ws-websub-feed-id            pic 9(5) value zero.
      *> N = hub found, not yet subscribed; P = subscribe sent,
      *> waiting for the hub's verification call; A = verified and
      *> receiving pushes; D = hub refused or denied it.
           05  ws-websub-state              pic x value 'N'.
               88  ws-websub-new            value 'N'.
               88  ws-websub-pending        value 'P'.
               88  ws-websub-active         value 'A'.
               88  ws-websub-denied         value 'D'.
           05  ws-websub-hub-url            pic x(256) value spaces.
           05  ws-websub-self-url           pic x(256) value spaces.
           05  ws-websub-feed-url           pic x(256) value spaces.
      *> Minutes-since-epoch the hub's lease runs out (zero = none);
      *> for states other than A, the earliest time to (re)subscribe.
           05  ws-websub-lease-expiry       pic 9(10) value zero.
           05  ws-websub-secret             pic x(64) value spaces.
      *> Minutes-since-epoch of the last accepted push.
           05  ws-websub-last-push          pic 9(10) value zero.
