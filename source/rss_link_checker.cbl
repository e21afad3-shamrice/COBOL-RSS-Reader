
       77  ws-target-feed-id                 pic 9(5) value zero.
       77  ws-check-status                   pic 9 value zero.
       77  ws-probe-link                     pic x(256) value spaces.

       77  ws-links-checked                  pic 9(7) value zero.
       77  ws-links-dead                     pic 9(7) value zero.

           add 1 to ws-links-checked

      *> Probe where the story actually lives - the canonical link
      *> skips the redirector hop when there is one.
           if ws-item-canon-link(ws-item-idx) = spaces then
               move ws-item-link(ws-item-idx) to ws-probe-link
           else
               move ws-item-canon-link(ws-item-idx) to ws-probe-link
           end-if

           move function check-feed-url(ws-probe-link)
               to ws-check-status

           if ws-check-status = 1 then

               move function concatenate(
                   "  DEAD ",
                   function trim(ws-probe-link),
                   " (", function trim(
                       ws-item-title(ws-item-idx)), ")")
                   to ws-summary-line
