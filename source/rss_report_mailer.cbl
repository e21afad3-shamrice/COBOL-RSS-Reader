      *>          The sendmail command itself comes from the
      *>          "sendmail_cmd" key (default /usr/sbin/sendmail
      *>          -t, which reads the To: header off stdin).
      *>          A report file named *.html goes out as an HTML
      *>          mail body; anything else as plain text.
      *>          Deliveries and failures are appended to
      *>          feeds/mail.log, and a failure raises the flag
      *>          file the next batch summary reports.
           function pipe-open
           function pipe-write
           function pipe-close
           function rss-command-allowed
           function resolve-data-path.

       input-output section.
       77  ws-mail-line                      pic x(1024) value spaces.
       77  ws-report-line                    pic x(1000) value spaces.
       77  ws-mail-status                    pic s9(4) value zero.
       77  ws-report-name-tail               pic x(5) value spaces.
       77  ws-report-name-len                pic 9(3) value zero.
       77  ws-log-line                       pic x(400) value spaces.

       78  ws-new-line                       value x"0a".
               move ws-sendmail-default to ws-sendmail-cmd
           end-if

           if function rss-command-allowed(ws-sendmail-cmd,
               "sendmail_cmd") not = 1 then
               set l-mail-failed to true
               perform record-delivery-failure
               goback
           end-if

           move function trim(l-report-file)
               to ws-report-in-file-name

           move pipe-write(ws-pipe-record, ws-mail-line)
               to ws-pipe-record

      *> An HTML report needs the MIME headers or it arrives as
      *> markup.
           move spaces to ws-report-name-tail
           move function length(function trim(l-report-file))
               to ws-report-name-len
           if ws-report-name-len > 5 then
               move function lower-case(l-report-file(
                   ws-report-name-len - 4:5))
                   to ws-report-name-tail
           end-if
           if ws-report-name-tail = ".html" then
               move function concatenate(
                   "MIME-Version: 1.0", ws-new-line,
                   "Content-Type: text/html; charset=utf-8",
                   ws-new-line)
                   to ws-mail-line
               move pipe-write(ws-pipe-record, ws-mail-line)
                   to ws-pipe-record
           end-if

           move function concatenate(
               "Subject: crssr ", function trim(l-report-name),
               " report", ws-new-line, ws-new-line)
