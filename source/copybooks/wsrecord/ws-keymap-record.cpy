           05  ws-kb-item-snooze            pic x(4) value "1009".
           05  ws-kb-item-note              pic x(4) value "1010".
           05  ws-kb-item-mute              pic x(4) value "1011".
           05  ws-kb-item-follow            pic x(4) value "1016".
           05  ws-kb-item-brief             pic x(4) value "1017".
           05  ws-kb-item-thread            pic x(4) value "1018".
           05  ws-kb-item-related           pic x(4) value "1019".
