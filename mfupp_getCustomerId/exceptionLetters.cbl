      *>  typed by hand from it every month.
      *>
      *>  Each exception line is matched to a letter template by its
      *>  reason (LETTER_BELOWTHRESHOLD.TPL, LETTER_INACTIVE.TPL,
      *>  LETTER_SCOREDROP.TPL -
      *>  plain text files operations can edit, with &LASTNAME,
      *>  &CUSTID and &LIMIT merged in), the customer's address is
      *>  pulled from the customers table for the letterhead, and the
      *>  print-ready letters are written to CreditLetters.txt with a
      *>  count-by-reason control sheet alongside. DATABASE ERROR
      *>  lines are an operations matter, not a customer one - they
      *>  are counted on the control sheet but get no letter. Nor do
      *>  MERGED TO lines: a retired duplicate Id's customer is
      *>  written to under the Id they were merged into.
      *>
      *>  Every letter's postcode is run through the postcodeval US
      *>  ZIP path before it prints: a blank or invalid postcode
      *>  hold file with its reason, counted on the control sheet,
      *>  so postage stops being spent on mail that comes straight
      *>  back.
      *>  Nor does a letter print to an address the post has already
      *>  sent mail back from: a customer with an open return on the
      *>  returned-mail register (mailReturnRegister) is held with
      *>  reason RETURNED MAIL until the address is changed.
      *>  Every letter opens with a MAILTO addressee line (party type,
      *>  Id, country, postcode, name) for printVendorFile's presort.
      *>
      *>  The run is logged through BatchRunLog with held letters and
      *>  DATABASE ERROR lines as its exceptions; only a missing
      *>  exceptions report logs a failed run (return code 8).
      *>--------------------------------------------------------------
       program-id. "exceptionLetters".
       environment division.

       01 ws-letter-count-below    pic 9(7) value 0.
       01 ws-letter-count-inactive pic 9(7) value 0.
       01 ws-letter-count-score    pic 9(7) value 0.
       01 ws-skipped-merged        pic 9(7) value 0.
       01 ws-skipped-db-errors     pic 9(7) value 0.
       01 ws-held-bad-address      pic 9(7) value 0.
       01 ws-held-returned-mail    pic 9(7) value 0.
       01 ws-runlog-program        pic x(20)
                                    value "exceptionLetters".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.
       01 ws-runlog-read           pic 9(9) value 0.
       01 ws-runlog-written        pic 9(9) value 0.
       01 ws-runlog-exceptions     pic 9(9) value 0.

       01 ws-letter-printed-flag   pic x.
           88 ws-letter-printed        value "Y".

      *> returned-mail register receivers.
       01 ws-party-type            pic x value "C".
       01 ws-party-id              pic 9(9).
       01 ws-undeliverable-flag    pic x.
           88 ws-undeliverable         value "Y".

      *> postcodeval receivers for the pre-print ZIP check.
       01 ws-val-country           pic x(2) value "US".
       01 ws-val-region            pic x(20).
       01 ws-val-depot             pic x(8).

      *> the addressee line opening every letter - printVendorFile
      *> presorts the day's mail on it.
       01 ws-mailto-line.
           03                          pic x(6) value "MAILTO".
           03                          pic x value space.
           03 ws-mto-party-type        pic x.
           03                          pic x value space.
           03 ws-mto-party-id          pic 9(9).
           03                          pic x value space.
           03 ws-mto-country           pic x(2).
           03                          pic x value space.
           03 ws-mto-postcode          pic x(10).
           03                          pic x value space.
           03 ws-mto-name              pic x(40).

      *> one loaded letter template - small enough to hold whole.
       01 ws-template-line-count   pic 9(2) value 0.
       01 ws-template-lines.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call
           call "BeginBatchSession"

           open input exceptions-file
           if ws-exceptions-status not equal "00"
               display "exceptionLetters: no exceptions report found"
               call "EndBatchSession"
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 8
           end-if
           open output letters-file
           close held-letters-file
           perform write-control-sheet
           call "EndBatchSession"
           perform finish-run
           goback.

       finish-run section.
           compute ws-runlog-read = ws-letter-count-below
                                  + ws-letter-count-inactive
                                  + ws-letter-count-score
                                  + ws-held-bad-address
                                  + ws-held-returned-mail
                                  + ws-skipped-merged
                                  + ws-skipped-db-errors
           compute ws-runlog-written = ws-letter-count-below
                                     + ws-letter-count-inactive
                                     + ws-letter-count-score
           compute ws-runlog-exceptions = ws-held-bad-address
                                        + ws-held-returned-mail
                                        + ws-skipped-db-errors
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       generate-letters section.
           read exceptions-file into ws-exception-line
               at end
               when "BELOW THRESHOLD"
                   move "LETTER_BELOWTHRESHOLD.TPL" to ws-template-name
                   perform check-address-then-letter
                   if ws-letter-printed
                       add 1 to ws-letter-count-below
                   end-if
               when "INACTIVE/NOT FOUND"
                   move "LETTER_INACTIVE.TPL" to ws-template-name
                   perform check-address-then-letter
                   if ws-letter-printed
                       add 1 to ws-letter-count-inactive
                   end-if
               when "SCORE DROP"
                   move "LETTER_SCOREDROP.TPL" to ws-template-name
                   perform check-address-then-letter
                   if ws-letter-printed
                       add 1 to ws-letter-count-score
                   end-if
               when other
                   if ws-exc-reason (1:10) equal "MERGED TO "
                       add 1 to ws-skipped-merged
                   else
                       add 1 to ws-skipped-db-errors
                   end-if
           end-evaluate
           .

      *> the postcode gate: only an address whose ZIP passes the
      *> postcodeval US check earns a printed letter - everything
      *> else goes to the hold file with its reason. So does a
      *> letter to an address the post has returned mail from.
       check-address-then-letter section.
           move "N" to ws-letter-printed-flag
           perform fetch-customer-address
           move "N" to ws-val-flag
           if ws-zip not equal spaces
               end-call
           end-if
           if ws-zip-is-valid
               move ws-exc-custid to ws-party-id
               call "isMailUndeliverable" using
                   by reference ws-party-type
                   by reference ws-party-id
                   by reference ws-undeliverable-flag
               end-call
               if ws-undeliverable
                   add 1 to ws-held-returned-mail
                   move spaces to held-letters-record
                   move ws-exc-custid to hld-custid
                   move ws-exc-lastname to hld-lastname
                   move ws-zip to hld-zip
                   move "RETURNED MAIL" to hld-reason
                   write held-letters-record
               else
                   perform merge-one-letter
                   set ws-letter-printed to true
               end-if
           else
               add 1 to ws-held-bad-address
               move spaces to held-letters-record

       merge-one-letter section.
           perform load-template
           move "C" to ws-mto-party-type
           move ws-exc-custid to ws-mto-party-id
           move "US" to ws-mto-country
           move ws-zip to ws-mto-postcode
           move ws-exc-lastname to ws-mto-name
           write letters-record from ws-mailto-line
           perform write-letterhead
           perform merge-one-template-line
               varying ws-template-idx from 1 by 1
           move ws-letter-count-inactive to ws-ctl-count
           write control-sheet-record from ws-control-line

           move spaces to ws-control-line
           move "SCORE DROP LETTERS" to ws-ctl-reason
           move ws-letter-count-score to ws-ctl-count
           write control-sheet-record from ws-control-line

           move spaces to ws-control-line
           move "MERGED ID LINES (NO LETTER)" to ws-ctl-reason
           move ws-skipped-merged to ws-ctl-count
           write control-sheet-record from ws-control-line

           move spaces to ws-control-line
           move "DATABASE ERROR LINES (NO LETTER)" to ws-ctl-reason
           move ws-skipped-db-errors to ws-ctl-count
           move ws-held-bad-address to ws-ctl-count
           write control-sheet-record from ws-control-line

           move spaces to ws-control-line
           move "HELD - RETURNED MAIL (NO LETTER)" to ws-ctl-reason
           move ws-held-returned-mail to ws-ctl-count
           write control-sheet-record from ws-control-line

           close control-sheet
           .

