      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> mailReturnReport - weekly listing of the addresses still
      *>  flagged undeliverable and awaiting correction.
      *>
      *>  Every OPEN line on the returned-mail register
      *>  (UndeliverableAddresses.txt, kept by mailReturnRegister) is
      *>  listed on MailReturnsOpen.txt - customers first, then
      *>  frequent-flyer members - with the first and latest return,
      *>  how many letters have come back, the last reason, and the
      *>  age in days since the first return, so the oldest can be
      *>  chased. The listing closes with a count by age band; lines
      *>  cleared by an address change are not listed.
      *>--------------------------------------------------------------
       program-id. "mailReturnReport".
       environment division.
       input-output section.
       file-control.
           select register-file    assign to "UndeliverableAddresses.txt"
                   organization is line sequential
                   file status  is ws-register-status.

           select open-report      assign to "MailReturnsOpen.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  register-file.
       01  register-record.
           03 reg-party-type           pic x.
           03                          pic x.
           03 reg-party-id             pic 9(9).
           03                          pic x.
           03 reg-status               pic x(8).
           03                          pic x.
           03 reg-first-returned       pic 9(8).
           03                          pic x.
           03 reg-last-returned        pic 9(8).
           03                          pic x.
           03 reg-returns              pic 9(3).
           03                          pic x.
           03 reg-letter-type          pic x(12).
           03                          pic x.
           03 reg-reason               pic x(20).
           03                          pic x.
           03 reg-cleared              pic 9(8).
           03                          pic x.
           03 reg-cleared-by           pic x(20).

       fd  open-report.
       01  open-report-record      pic x(100).

       working-storage section.
       01 ws-register-status       pic xx.
       01 ws-run-date              pic 9(8).
       01 ws-list-party-type       pic x.

       01 ws-records-read          pic 9(9) value 0.
       01 ws-open-listed           pic 9(9) value 0.
       01 ws-open-customers        pic 9(9) value 0.
       01 ws-open-members          pic 9(9) value 0.
       01 ws-exceptions            pic 9(9) value 0.

      *> age bands for the closing counts, in days since the first
      *> return.
       01 ws-age-bands.
           03 ws-band-upto-7           pic 9(9) value 0.
           03 ws-band-upto-30          pic 9(9) value 0.
           03 ws-band-upto-90          pic 9(9) value 0.
           03 ws-band-over-90          pic 9(9) value 0.

       01 ws-runlog-program        pic x(20)
                                    value "mailReturnReport".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.

      *> age arithmetic through datechk.
       01 ws-range-date-1.
           03 ws-rng-1-year            pic 9(4).
           03                          pic x value "/".
           03 ws-rng-1-month           pic 99.
           03                          pic x value "/".
           03 ws-rng-1-day             pic 99.
       01 ws-range-date-2.
           03 ws-rng-2-year            pic 9(4).
           03                          pic x value "/".
           03 ws-rng-2-month           pic 99.
           03                          pic x value "/".
           03 ws-rng-2-day             pic 99.
       01 ws-date-format-flag      pic x value "I".
       01 ws-day-count             pic s9(8).
       01 ws-business-day-count    pic s9(8).

       01 ws-detail-line.
           03                          pic x(2) value spaces.
           03 ws-det-party-id          pic 9(9).
           03                          pic x(2) value spaces.
           03 ws-det-first             pic 9999/99/99.
           03                          pic x(2) value spaces.
           03 ws-det-last              pic 9999/99/99.
           03                          pic x(2) value spaces.
           03 ws-det-returns           pic zz9.
           03                          pic x(2) value spaces.
           03 ws-det-letter-type       pic x(12).
           03                          pic x(2) value spaces.
           03 ws-det-reason            pic x(20).
           03                          pic x(2) value spaces.
           03 ws-det-age               pic z(5)9.

       01 ws-column-line.
           03                          pic x(2) value spaces.
           03                          pic x(11) value "PARTY ID".
           03                          pic x(12) value "FIRST RETN".
           03                          pic x(12) value "LAST RETN".
           03                          pic x(5) value "RETS".
           03                          pic x(14) value "LETTER".
           03                          pic x(22) value "REASON".
           03                          pic x(8) value "AGE DAYS".

       01 ws-count-line.
           03 ws-cnt-label             pic x(28).
           03 ws-cnt-value             pic z(8)9.

       01 ws-run-date-edit         pic 9999/99/99.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call
           call "datechkProcessingDate" using
               by reference ws-run-date
           end-call

           open output open-report
           perform write-report-heading
           move "C" to ws-list-party-type
           write open-report-record from
               "CUSTOMERS AWAITING ADDRESS CORRECTION:"
           write open-report-record from ws-column-line
           perform list-open-returns
           move spaces to open-report-record
           write open-report-record
           move "M" to ws-list-party-type
           write open-report-record from
               "MEMBERS AWAITING ADDRESS CORRECTION:"
           write open-report-record from ws-column-line
           perform list-open-returns
           perform write-report-counts
           close open-report

           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-records-read
               by reference ws-open-listed
               by reference ws-exceptions
               by reference ws-runlog-rc
           end-call
           goback.

      *> one pass of the register per party type, so the customers
      *> and the members each list together.
       list-open-returns section.
           open input register-file
           if ws-register-status equal "00"
               perform list-one-return
                   until ws-register-status not equal "00"
               close register-file
           end-if
           .

       list-one-return section.
           read register-file
           if ws-register-status not equal "00"
               exit section
           end-if
           if ws-list-party-type equal "C"
               add 1 to ws-records-read
           end-if
           if reg-party-type not equal ws-list-party-type
                   or reg-status not equal "OPEN"
                   or reg-first-returned is not numeric
               exit section
           end-if

           move reg-first-returned(1:4) to ws-rng-1-year
           move reg-first-returned(5:2) to ws-rng-1-month
           move reg-first-returned(7:2) to ws-rng-1-day
           move ws-run-date(1:4) to ws-rng-2-year
           move ws-run-date(5:2) to ws-rng-2-month
           move ws-run-date(7:2) to ws-rng-2-day
           call "datechkDateRange" using
               by reference ws-range-date-1
               by reference ws-range-date-2
               by reference ws-date-format-flag
               by reference ws-day-count
               by reference ws-business-day-count
           end-call
           if ws-day-count < 0
               move 0 to ws-day-count
           end-if
           evaluate true
               when ws-day-count <= 7
                   add 1 to ws-band-upto-7
               when ws-day-count <= 30
                   add 1 to ws-band-upto-30
               when ws-day-count <= 90
                   add 1 to ws-band-upto-90
               when other
                   add 1 to ws-band-over-90
           end-evaluate

           move reg-party-id to ws-det-party-id
           move reg-first-returned to ws-det-first
           move reg-last-returned to ws-det-last
           move reg-returns to ws-det-returns
           move reg-letter-type to ws-det-letter-type
           move reg-reason to ws-det-reason
           move ws-day-count to ws-det-age
           write open-report-record from ws-detail-line
           add 1 to ws-open-listed
           if reg-party-type equal "C"
               add 1 to ws-open-customers
           else
               add 1 to ws-open-members
           end-if
           .

       write-report-heading section.
           move ws-run-date to ws-run-date-edit
           move spaces to open-report-record
           string "Undeliverable addresses awaiting correction - as at "
                      delimited by size
                  ws-run-date-edit delimited by size
               into open-report-record
           end-string
           write open-report-record
           move all "=" to open-report-record(1:72)
           write open-report-record
           move spaces to open-report-record
           write open-report-record
           .

       write-report-counts section.
           move spaces to open-report-record
           write open-report-record
           move spaces to ws-count-line
           move "CUSTOMERS AWAITING" to ws-cnt-label
           move ws-open-customers to ws-cnt-value
           write open-report-record from ws-count-line
           move "MEMBERS AWAITING" to ws-cnt-label
           move ws-open-members to ws-cnt-value
           write open-report-record from ws-count-line
           move "  RETURNED UP TO 7 DAYS" to ws-cnt-label
           move ws-band-upto-7 to ws-cnt-value
           write open-report-record from ws-count-line
           move "  8 TO 30 DAYS" to ws-cnt-label
           move ws-band-upto-30 to ws-cnt-value
           write open-report-record from ws-count-line
           move "  31 TO 90 DAYS" to ws-cnt-label
           move ws-band-upto-90 to ws-cnt-value
           write open-report-record from ws-count-line
           move "  OVER 90 DAYS" to ws-cnt-label
           move ws-band-over-90 to ws-cnt-value
           write open-report-record from ws-count-line
           .

       end program "mailReturnReport".
