      *>          declared length). Both are rebuilt from what is
      *>          actually on disk, so entries whose files were
      *>          removed prune themselves. Run after a media
      *>          download or with --media-catalog. A file name
      *>          rss-download-scan holds in quarantine is left
      *>          out even if a copy of it is on disk.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       77  ws-url-segment                    pic x(128) value spaces.
       77  ws-url-ptr                        pic 9(4) value zero.

       77  ws-scan-op                        pic x value 'C'.
       77  ws-scan-status                    pic 9 value zero.
       copy "./copybooks/wsrecord/ws-scan-request.cpy".

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.
               function trim(ws-media-dir))
           end-call

           cancel "rss-download-scan"

           goback.


           end-if
           close fd-media-probe-file

           initialize ws-scan-request
           set ws-scan-media to true
           move ws-seg-file-name to ws-scan-name
           call "rss-download-scan" using
               ws-scan-op ws-scan-request ws-scan-status
           end-call
           if ws-scan-status = 2 then
               exit paragraph
           end-if

           add 1 to ws-episode-count
           move ws-rss-feed-id
               to ws-epi-feed-id(ws-episode-count)
