                       ws-rule-pattern(ws-rule-idx))
                       to ws-rule-pattern-upper

      *> "category:<text>" tests the item's tags, as the parser
      *> does.
                   move zero to ws-rule-tally
                   if ws-rule-pattern-upper(1:9) = "CATEGORY:" then
                       if ws-item-tags(ws-test-item-idx) not = spaces
                       and ws-rule-pattern-upper(10:) not = spaces
                           inspect function upper-case(
                               ws-item-tags(ws-test-item-idx))
                               tallying ws-rule-tally
                               for all function trim(
                                   ws-rule-pattern-upper(10:))
                       end-if
                   else
                       inspect ws-rule-match-buffer
                           tallying ws-rule-tally
                           for all function trim(
                               ws-rule-pattern-upper)
                   end-if

                   if ws-rule-type(ws-rule-idx) = "E"
                   and ws-rule-tally > 0 then
