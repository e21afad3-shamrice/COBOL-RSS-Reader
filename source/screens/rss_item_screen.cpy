                      value "F7 Later  F8 Full".
                   15 line 20 column 49
                      value "F11 Mute".
                   15 line 22 column 2
                      value "F16 Follow".
                   15 line 22 column 14
                      value "F17 Brief".
                   15 line 22 column 25
                      value "F18 Thread".
                   15 line 22 column 37
                      value "F19 Related".
                   15 line 22 column 49 pic x(31)
                      from ws-item-comments-text.
                   15 line 20 column 2
                      value "F14 Triage".
                   15 line 20 column 15
                      value "F15 Ack".
                   15 line 20 column 28
                      value "F13 Links".
                   15 line 20 column 39
