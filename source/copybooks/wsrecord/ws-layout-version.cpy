      *                the governance fields (owner,
      *                justification, review date), and the legal
      *                hold flag on the list record.
      *            4 - first-read time on the item group and the
      *                item state side-car; first-seen time and the
      *                backdated/future-dated flag on the item
      *                group.
      *            5 - canonical link on the item group.
      *            6 - replay-guard held flag on the item group.
      *            7 - rights text on the item group; channel
      *                rights text and redistribution override on
      *                the list record.
      *            8 - comment page link, comment count and seen
      *                count on the item group.
      * Tectonics: ./build.sh
      ******************************************************************
       78  ws-current-layout-version            value 8.
