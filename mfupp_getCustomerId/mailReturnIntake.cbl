      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> mailReturnIntake - daily intake of the returned-mail log.
      *>
      *>  The mail room keys every letter the post brings back onto
      *>  RETURNEDMAIL.DAT, one per line:
      *>    party-type(1) C customer / M frequent-flyer member
      *>    party-id(3-11) letter-type(13-24) return-date(26-33)
      *>    reason(35-54)
      *>  Each return flags the address undeliverable on the register
      *>  every letter run consults (mailReturnRegister) - the one
      *>  record of the flag, for customers and members alike; a
      *>  customer Id is only checked against the customers table.
      *>  From then on exceptionLetters, collectionsWorkflow,
      *>  FlyerLetters and FlyerStatement put that party's letters on
      *>  their held files instead of printing them, until the
      *>  address is changed through MNTCUST or addrapply.
      *>
      *>  Returns for a customer Id the customers table does not know,
      *>  or that are not keyed properly, are listed on
      *>  MailReturnIntake.txt with the intake counts and are not
      *>  flagged. They are the run's exceptions on the run log, and
      *>  give return code 4; only a customer file that cannot be
      *>  reached logs a failed run.
      *>--------------------------------------------------------------
       program-id. "mailReturnIntake".
       environment division.
       input-output section.
       file-control.
           select returns-file     assign to "RETURNEDMAIL.DAT"
                   organization is line sequential
                   file status  is ws-returns-status.

           select intake-report    assign to "MailReturnIntake.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  returns-file.
       01  returns-record.
           03 rtn-party-type           pic x.
           03                          pic x.
           03 rtn-party-id             pic 9(9).
           03                          pic x.
           03 rtn-letter-type          pic x(12).
           03                          pic x.
           03 rtn-return-date          pic 9(8).
           03                          pic x.
           03 rtn-reason               pic x(20).

       fd  intake-report.
       01  intake-report-record    pic x(80).

       working-storage section.
       exec sql include sqlca end-exec.

       exec sql begin declare section end-exec.
       01 ws-customer-id           pic 9(9).
       01 ws-found-id              pic 9(9).
       exec sql end declare section end-exec.

       01 ws-returns-status        pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-register-result       pic x.
           88 ws-register-flagged      value "F".
           88 ws-register-returned-again
                                       value "A".

       01 ws-records-read          pic 9(9) value 0.
       01 ws-returns-flagged       pic 9(9) value 0.
       01 ws-newly-flagged         pic 9(9) value 0.
       01 ws-already-flagged       pic 9(9) value 0.
       01 ws-rejected-count        pic 9(9) value 0.
       01 ws-sql-errors            pic 9(9) value 0.
       01 ws-exceptions            pic 9(9) value 0.

       01 ws-runlog-program        pic x(20)
                                    value "mailReturnIntake".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.

       01 ws-reject-line.
           03                          pic x(2) value spaces.
           03 ws-rej-party-type        pic x.
           03                          pic x value space.
           03 ws-rej-party-id          pic x(9).
           03                          pic x(2) value spaces.
           03 ws-rej-letter-type       pic x(12).
           03                          pic x(2) value spaces.
           03 ws-rej-return-date       pic x(8).
           03                          pic x(2) value spaces.
           03 ws-rej-note              pic x(30).

       01 ws-count-line.
           03 ws-cnt-label             pic x(28).
           03 ws-cnt-value             pic z(8)9.

       01 ws-run-date              pic 9(8).

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           call "BeginBatchSession"
           if return-code not equal 0
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 2
           end-if

           open output intake-report
           perform write-report-heading
           open input returns-file
           if ws-returns-status equal "00"
               perform take-one-return until ws-eof
               close returns-file
           else
               write intake-report-record from
                   "  (NO RETURNED MAIL TODAY)"
           end-if
           perform write-report-counts
           close intake-report

           call "EndBatchSession"
           perform finish-run
           if ws-rejected-count > 0 or ws-sql-errors > 0
               goback returning 4
           end-if
           goback.

       take-one-return section.
           read returns-file
               at end
                   set ws-eof to true
               not at end
                   if returns-record not equal spaces
                       add 1 to ws-records-read
                       perform flag-one-return
                   end-if
           end-read
           .

       flag-one-return section.
           if rtn-party-type not equal "C"
                   and rtn-party-type not equal "M"
               move "PARTY TYPE NOT C OR M" to ws-rej-note
               perform reject-return
               exit section
           end-if
           if rtn-party-id is not numeric or rtn-party-id equal 0
               move "PARTY ID NOT NUMERIC" to ws-rej-note
               perform reject-return
               exit section
           end-if
           if rtn-return-date is not numeric or rtn-return-date equal 0
                   or rtn-return-date > ws-run-date
               move "RETURN DATE MISSING OR AHEAD" to ws-rej-note
               perform reject-return
               exit section
           end-if

      *> a customer return must name a customer on file.
           if rtn-party-type equal "C"
               move rtn-party-id to ws-customer-id
               EXEC SQL
                   SELECT Id INTO :ws-found-id
                     FROM customers
                    WHERE Id = :ws-customer-id
               END-EXEC
               evaluate SQLCODE
                   when 0
                       continue
                   when 100
                       move "NO SUCH CUSTOMER ID" to ws-rej-note
                       perform reject-return
                       exit section
                   when other
                       add 1 to ws-sql-errors
                       move "DATABASE ERROR - NOT FLAGGED" to ws-rej-note
                       perform write-reject-line
                       exit section
               end-evaluate
           end-if

           call "flagMailUndeliverable" using
               by reference rtn-party-type
               by reference rtn-party-id
               by reference rtn-letter-type
               by reference rtn-return-date
               by reference rtn-reason
               by reference ws-register-result
           end-call
           evaluate true
               when ws-register-flagged
                   add 1 to ws-returns-flagged
                   add 1 to ws-newly-flagged
               when ws-register-returned-again
                   add 1 to ws-returns-flagged
                   add 1 to ws-already-flagged
               when other
                   add 1 to ws-sql-errors
                   move "REGISTER NOT UPDATED" to ws-rej-note
                   perform write-reject-line
           end-evaluate
           .

       reject-return section.
           add 1 to ws-rejected-count
           perform write-reject-line
           .

       write-reject-line section.
           move rtn-party-type to ws-rej-party-type
           move returns-record(3:9) to ws-rej-party-id
           move rtn-letter-type to ws-rej-letter-type
           move returns-record(26:8) to ws-rej-return-date
           write intake-report-record from ws-reject-line
           move spaces to ws-rej-note
           .

       write-report-heading section.
           call "datechkProcessingDate" using
               by reference ws-run-date
           end-call
           move spaces to intake-report-record
           string "Returned mail intake - processing date "
                      delimited by size
                  ws-run-date delimited by size
               into intake-report-record
           end-string
           write intake-report-record
           move all "=" to intake-report-record
           write intake-report-record
           move spaces to intake-report-record
           write intake-report-record
           write intake-report-record from
               "REJECTED / NOT FLAGGED:"
           .

       write-report-counts section.
           move spaces to intake-report-record
           write intake-report-record
           move spaces to ws-count-line
           move "RETURNS READ" to ws-cnt-label
           move ws-records-read to ws-cnt-value
           write intake-report-record from ws-count-line
           move "RETURNS FLAGGED" to ws-cnt-label
           move ws-returns-flagged to ws-cnt-value
           write intake-report-record from ws-count-line
           move "  NEWLY UNDELIVERABLE" to ws-cnt-label
           move ws-newly-flagged to ws-cnt-value
           write intake-report-record from ws-count-line
           move "  ALREADY UNDELIVERABLE" to ws-cnt-label
           move ws-already-flagged to ws-cnt-value
           write intake-report-record from ws-count-line
           move "REJECTED" to ws-cnt-label
           move ws-rejected-count to ws-cnt-value
           write intake-report-record from ws-count-line
           move "DATABASE / REGISTER ERRORS" to ws-cnt-label
           move ws-sql-errors to ws-cnt-value
           write intake-report-record from ws-count-line
           .

       finish-run section.
           add ws-rejected-count ws-sql-errors giving ws-exceptions
           if ws-exceptions > 0 and ws-runlog-rc = 0
               move 4 to ws-runlog-rc
           end-if
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-records-read
               by reference ws-returns-flagged
               by reference ws-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program "mailReturnIntake".
