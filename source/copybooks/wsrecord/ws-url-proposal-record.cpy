      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Replacement URL proposals for quarantined feeds, as
      *          kept in feeds/url_proposals.dat by rss-url-proposals -
      *          feed URLs discovered on a quarantined feed's own site
      *          that the owner may move the subscription to from the
      *          Feed Health screen. One entry per proposed URL; the
      *          table is the whole file, as handed to the screen.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-url-proposal-record.
           05  ws-proposal-feed-id          pic 9(5) value zero.
           05  ws-proposal-url              pic x(256) value spaces.
      *> Y = the URL answered the validity check when it was found.
           05  ws-proposal-checked          pic x value 'N'.
               88  ws-proposal-reachable    value 'Y'.
               88  ws-proposal-unreachable  value 'N'.
      *> Minutes-since-epoch the proposal was found.
           05  ws-proposal-found-epoch      pic 9(10) value zero.
           05  ws-proposal-title            pic x(128) value spaces.

       01  ws-url-proposal-table.
           05  ws-proposal-count            pic 9(3) value zero.
           05  ws-proposal-entry            pic x(400)
                                            occurs 200 times.
