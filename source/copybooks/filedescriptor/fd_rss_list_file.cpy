                                                value spaces.
               05 f-rss-review-date             pic 9(8) value zero.
               05 f-rss-legal-hold              pic a value 'N'.
               05 f-rss-rights                  pic x(128)
                                                value spaces.
               05 f-rss-redistribution          pic a value space.
