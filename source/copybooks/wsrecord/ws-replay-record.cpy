      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: One feed's replay-guard history, as kept in
      *          feeds/replay.dat by rss-replay-guard - how many
      *          never-seen items a refresh normally brings, the last
      *          refresh that brought far more than that (a publisher
      *          re-issuing its back catalog) and how many of those
      *          items still wait for an operator's decision.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-replay-record.
           05  ws-replay-feed-id            pic 9(5) value zero.
      *> Refreshes folded into the moving average (capped at 20).
           05  ws-replay-refreshes          pic 9(3) value zero.
           05  ws-replay-avg-new            pic 9(5)v99 value zero.
      *> Minutes-since-epoch of the last held flood (zero = never),
      *> the items it held, and how many are still pending.
           05  ws-replay-last-event         pic 9(10) value zero.
           05  ws-replay-event-items        pic 9(5) value zero.
           05  ws-replay-pending            pic 9(5) value zero.
      *> This refresh, handed in by rss-parser - not kept on file:
      *> never-seen items, how many of those are backdated, and how
      *> many of those a flood would hold (the rest a kill rule or
      *> story mute already hid).
           05  ws-replay-fresh              pic 9(5) value zero.
           05  ws-replay-backdated          pic 9(5) value zero.
           05  ws-replay-holdable           pic 9(5) value zero.
           05  ws-replay-flood-sw           pic a value 'N'.
               88  ws-replay-flood          value 'Y'.
               88  ws-replay-normal         value 'N'.
