       data division.
       file section.
           FD fd-run-history-file.
           01  f-run-history-line-raw         pic x(200).

       working-storage section.

       77  ws-run-history-file-name          pic x(256) value spaces.
       77  ws-history-line                   pic x(200) value spaces.

       78  ws-max-runs                       value 300.
       01  ws-run-table.
               10  ws-run-failed             pic 9(5) value zero.
               10  ws-run-new-items          pic 9(7) value zero.
               10  ws-run-duration           pic 9(6) value zero.
               10  ws-run-items-received     pic 9(7) value zero.
               10  ws-run-unbalanced         pic 9(5) value zero.

       77  ws-run-count                      pic 9(3) value zero.
       77  ws-run-idx                        pic 9(3) value zero.
       77  ws-field-5                        pic x(8) value spaces.
       77  ws-field-6                        pic x(10) value spaces.
       77  ws-field-7                        pic x(8) value spaces.
      *> Item control totals - on lines written since they were
      *> kept: received, pruned, the six outcomes, then the count
      *> of feeds out of balance.
       77  ws-field-8                        pic x(8) value spaces.
       77  ws-field-skip                     pic x(8) value spaces.
       77  ws-field-16                       pic x(8) value spaces.

       77  ws-weeks-back                     pic 9(3) value 4.
       77  ws-cutoff-epoch                   pic 9(10) value zero.
       77  ws-fail-disp                      pic z(4)9.
       77  ws-total-disp                     pic z(4)9.
       77  ws-items-disp                     pic z(6)9.
       77  ws-received-disp                  pic z(6)9.
       77  ws-flag-text                      pic x(40) value spaces.

       78  ws-new-line                       value x"0a".
           end-display
           display
               "age(d)  duration(s)  failed/attempted  new items"
               "  items in"
           end-display
           display
               "------------------------------------------------"
               "----------"
           end-display

           move zero to ws-duration-sum

           move spaces to ws-field-1 ws-field-2 ws-field-3
           move spaces to ws-field-4 ws-field-5 ws-field-6
           move spaces to ws-field-7 ws-field-8 ws-field-16

           unstring ws-history-line delimited by "|"
               into ws-field-1 ws-field-2 ws-field-3
                    ws-field-4 ws-field-5 ws-field-6 ws-field-7
                    ws-field-8 ws-field-skip ws-field-skip
                    ws-field-skip ws-field-skip ws-field-skip
                    ws-field-skip ws-field-skip ws-field-16
           end-unstring

           if function trim(ws-field-1) is not numeric then
               move function numval(ws-field-7)
                   to ws-run-duration(ws-run-count)
           end-if
           if function trim(ws-field-8) is numeric then
               move function numval(ws-field-8)
                   to ws-run-items-received(ws-run-count)
           end-if
           if function trim(ws-field-16) is numeric then
               move function numval(ws-field-16)
                   to ws-run-unbalanced(ws-run-count)
           end-if

           exit paragraph.

           move ws-run-failed(ws-run-idx) to ws-fail-disp
           move ws-run-total(ws-run-idx) to ws-total-disp
           move ws-run-new-items(ws-run-idx) to ws-items-disp
           move ws-run-items-received(ws-run-idx) to ws-received-disp

           move spaces to ws-flag-text

               end-if
           end-if

      *> A run whose item counts did not add up outranks a trend.
           if ws-run-unbalanced(ws-run-idx) > zero then
               move "<< item totals out of balance" to ws-flag-text
           end-if

           display
               ws-days-disp "   " ws-dur-disp "       "
               ws-fail-disp "/" ws-total-disp "       "
               ws-items-disp "   " ws-received-disp "  "
               function trim(ws-flag-text)
           end-display

