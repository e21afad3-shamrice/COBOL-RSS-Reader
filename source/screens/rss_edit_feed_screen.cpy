
                   15  line 17 column 1 pic x(80) from ws-empty-line.

               10  s-rights-note-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15  line 18 column 1 pic x(80) from ws-empty-line.
                   15  line 18 column 2 pic x(78)
                       from ws-edit-rights-note.

               10  s-category-note-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15  line 19 column 1 pic x(80) from ws-empty-line.
                   15  line 19 column 2 pic x(78)
                       from ws-edit-category-note-1.
                   15  line 20 column 1 pic x(80) from ws-empty-line.
                   15  line 20 column 2 pic x(78)
                       from ws-edit-category-note-2.

               10  s-help-text-1.
                   15  foreground-color ws-theme-hl-fg
                       background-color ws-theme-hl-bg
