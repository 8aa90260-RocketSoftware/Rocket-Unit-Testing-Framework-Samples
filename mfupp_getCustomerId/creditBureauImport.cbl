      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> creditBureauImport - monthly credit bureau score import.
      *>
      *>  The bureau sends BUREAUSCORE.DAT once a month:
      *>    HDR file-date(5-12)
      *>    customer-id(1-9) score(11-13) score-date(15-22)
      *>      derogatory-count(24-26)          - one per customer
      *>    TRL record-count(5-13) id-hash(15-29)
      *>  The header and trailer are reconciled against the detail
      *>  records first, the same handshake creditReviewBatch holds
      *>  CUSTIDS.TXT to; a file that does not reconcile is refused
      *>  whole and nothing is stored.
      *>
      *>  Each detail line for a customer on file becomes their
      *>  current score on the CreditScores table, the score it
      *>  replaces moving down to prior - so creditReviewBatch can see
      *>  a score fall between two bureau months. Re-running the same
      *>  file (same score date) refreshes the current score without
      *>  pushing it into prior. Ids the customers table does not know
      *>  are listed on BureauImport.txt with the import counts.
      *>--------------------------------------------------------------
       program-id. "creditBureauImport".
       environment division.
       input-output section.
       file-control.
           select bureau-file      assign to "BUREAUSCORE.DAT"
                   organization is line sequential
                   file status  is ws-bureau-status.

           select import-report    assign to "BureauImport.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  bureau-file.
       01  bureau-record.
           03 bur-customer-id          pic 9(9).
           03                          pic x.
           03 bur-score                pic 9(3).
           03                          pic x.
           03 bur-score-date           pic 9(8).
           03                          pic x.
           03 bur-derog-count          pic 9(3).

      *> control header and trailer views over the same record.
       01  bureau-header.
           03 bur-hdr-tag              pic x(3).
           03                          pic x.
           03 bur-hdr-file-date        pic 9(8).

       01  bureau-trailer.
           03 bur-trl-tag              pic x(3).
           03                          pic x.
           03 bur-trl-count            pic 9(9).
           03                          pic x.
           03 bur-trl-id-hash          pic 9(15).

       fd  import-report.
       01  import-report-record    pic x(80).

       working-storage section.
       exec sql include sqlca end-exec.

       exec sql begin declare section end-exec.
       01 ws-customer-id           pic 9(9).
       01 ws-score                 pic 9(3).
       01 ws-score-date            pic 9(8).
       01 ws-derog-count           pic 9(3).
       01 ws-current-score         pic 9(3).
       01 ws-current-score-date    pic 9(8).
       exec sql end declare section end-exec.

       01 ws-bureau-status         pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

      *> control-handshake reconciliation before anything is stored.
       01 ws-control-ok-flag       pic x value "N".
           88 ws-control-ok            value "Y".
       01 ws-header-seen-flag      pic x value "N".
           88 ws-header-seen           value "Y".
       01 ws-trailer-seen-flag     pic x value "N".
           88 ws-trailer-seen          value "Y".
       01 ws-hdr-file-date         pic 9(8) value 0.
       01 ws-trl-count             pic 9(9) value 0.
       01 ws-trl-id-hash           pic 9(15) value 0.
       01 ws-control-count         pic 9(9) value 0.
       01 ws-control-id-hash       pic 9(15) value 0.

       01 ws-records-read          pic 9(9) value 0.
       01 ws-scores-stored         pic 9(9) value 0.
       01 ws-scores-new            pic 9(9) value 0.
       01 ws-scores-refreshed      pic 9(9) value 0.
       01 ws-unmatched-count       pic 9(9) value 0.
       01 ws-sql-errors            pic 9(9) value 0.
       01 ws-exceptions            pic 9(9) value 0.

       01 ws-runlog-program        pic x(20)
                                    value "creditBureauImport".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.

       01 ws-unmatched-line.
           03                          pic x(2).
           03 ws-unm-custid            pic 9(9).
           03                          pic x(2).
           03 ws-unm-score             pic zz9.
           03                          pic x(2).
           03 ws-unm-score-date        pic 9999/99/99.
           03                          pic x(2).
           03 ws-unm-note              pic x(30).

       01 ws-count-line.
           03 ws-cnt-label             pic x(28).
           03 ws-cnt-value             pic z(8)9.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           perform validate-bureau-control
           if not ws-control-ok
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 8
           end-if

           call "BeginBatchSession"
           if return-code not equal 0
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 2
           end-if

           open output import-report
           perform write-report-heading
           move "N" to ws-eof-flag
           open input bureau-file
           perform import-one-record until ws-eof
           close bureau-file
           perform write-report-counts
           close import-report

           call "EndBatchSession"
           if ws-unmatched-count > 0 or ws-sql-errors > 0
               move 4 to ws-runlog-rc
           end-if
           perform finish-run
           goback.

      *>--------------------------------------------------------------
      *> validate-bureau-control - the header must be there, the
      *>  trailer must be there, and its record count and Id hash must
      *>  agree with the detail lines actually on the file.
      *>--------------------------------------------------------------
       validate-bureau-control section.
           open input bureau-file
           if ws-bureau-status not equal "00"
               display "creditBureauImport: no BUREAUSCORE.DAT "
                       "- import refused"
               exit section
           end-if
           perform control-check-one-record until ws-eof
           close bureau-file

           evaluate true
               when not ws-header-seen
                   display "creditBureauImport: bureau file has no "
                           "control header - import refused"
               when not ws-trailer-seen
                   display "creditBureauImport: bureau file has no "
                           "control trailer - import refused"
               when ws-trl-count not equal ws-control-count
                   display "creditBureauImport: trailer count "
                           ws-trl-count " but " ws-control-count
                           " record(s) on file - import refused"
               when ws-trl-id-hash not equal ws-control-id-hash
                   display "creditBureauImport: trailer id hash does "
                           "not reconcile - import refused"
               when other
                   set ws-control-ok to true
           end-evaluate
           .

       control-check-one-record section.
           read bureau-file
               at end
                   set ws-eof to true
               not at end
                   evaluate true
                       when bureau-record(1:3) equal "HDR"
                           move bur-hdr-file-date to ws-hdr-file-date
                           set ws-header-seen to true
                       when bureau-record(1:3) equal "TRL"
                           move bur-trl-count to ws-trl-count
                           move bur-trl-id-hash to ws-trl-id-hash
                           set ws-trailer-seen to true
                       when bur-customer-id is numeric
                           add 1 to ws-control-count
                           add bur-customer-id to ws-control-id-hash
                   end-evaluate
           end-read
           .

       import-one-record section.
           read bureau-file
               at end
                   set ws-eof to true
               not at end
                   if bur-customer-id is numeric
                       add 1 to ws-records-read
                       perform store-one-score
                   end-if
           end-read
           .

       store-one-score section.
           move bur-customer-id to ws-customer-id
           move bur-score to ws-score
           move bur-score-date to ws-score-date
           move bur-derog-count to ws-derog-count

           EXEC SQL
               SELECT Id INTO :ws-customer-id
                 FROM customers
                WHERE Id = :ws-customer-id
           END-EXEC
           evaluate SQLCODE
               when 0
                   continue
               when 100
                   add 1 to ws-unmatched-count
                   move "NO SUCH CUSTOMER ID" to ws-unm-note
                   perform write-unmatched-line
                   exit section
               when other
                   add 1 to ws-sql-errors
                   move "DATABASE ERROR - NOT STORED" to ws-unm-note
                   perform write-unmatched-line
                   exit section
           end-evaluate

           EXEC SQL
               SELECT CurrentScore, CurrentScoreDate
                 INTO :ws-current-score, :ws-current-score-date
                 FROM CreditScores
                WHERE Id = :ws-customer-id
           END-EXEC
           evaluate true
               when SQLCODE equal 100
                   EXEC SQL
                       INSERT INTO CreditScores
                              (Id, CurrentScore, CurrentScoreDate,
                               PriorScore, PriorScoreDate,
                               DerogatoryCount)
                            VALUES (:ws-customer-id, :ws-score,
                                    :ws-score-date, 0, 0,
                                    :ws-derog-count)
                   END-EXEC
                   if SQLCODE equal 0
                       add 1 to ws-scores-new
                   end-if
      *> the same bureau month again - refresh, don't shift.
               when SQLCODE equal 0
                       and ws-current-score-date equal ws-score-date
                   EXEC SQL
                       UPDATE CreditScores
                          SET CurrentScore = :ws-score,
                              DerogatoryCount = :ws-derog-count
                        WHERE Id = :ws-customer-id
                   END-EXEC
                   if SQLCODE equal 0
                       add 1 to ws-scores-refreshed
                   end-if
               when SQLCODE equal 0
                   EXEC SQL
                       UPDATE CreditScores
                          SET PriorScore = CurrentScore,
                              PriorScoreDate = CurrentScoreDate,
                              CurrentScore = :ws-score,
                              CurrentScoreDate = :ws-score-date,
                              DerogatoryCount = :ws-derog-count
                        WHERE Id = :ws-customer-id
                   END-EXEC
               when other
                   continue
           end-evaluate

           if SQLCODE equal 0
               add 1 to ws-scores-stored
           else
               add 1 to ws-sql-errors
               move "DATABASE ERROR - NOT STORED" to ws-unm-note
               perform write-unmatched-line
           end-if
           .

       write-unmatched-line section.
           move bur-customer-id to ws-unm-custid
           move bur-score to ws-unm-score
           move bur-score-date to ws-unm-score-date
           write import-report-record from ws-unmatched-line
           move spaces to ws-unm-note
           .

       write-report-heading section.
           move spaces to import-report-record
           string "Credit bureau score import - bureau file dated "
                      delimited by size
                  ws-hdr-file-date delimited by size
               into import-report-record
           end-string
           write import-report-record
           move all "=" to import-report-record
           write import-report-record
           move spaces to import-report-record
           write import-report-record
           write import-report-record from
               "UNMATCHED / NOT STORED:"
           move spaces to ws-unmatched-line
           .

       write-report-counts section.
           move spaces to import-report-record
           write import-report-record
           move spaces to ws-count-line
           move "RECORDS ON FILE (TRAILER)" to ws-cnt-label
           move ws-trl-count to ws-cnt-value
           write import-report-record from ws-count-line
           move "RECORDS READ" to ws-cnt-label
           move ws-records-read to ws-cnt-value
           write import-report-record from ws-count-line
           move "SCORES STORED" to ws-cnt-label
           move ws-scores-stored to ws-cnt-value
           write import-report-record from ws-count-line
           move "  FIRST SCORE ON FILE" to ws-cnt-label
           move ws-scores-new to ws-cnt-value
           write import-report-record from ws-count-line
           move "  SAME MONTH REFRESHED" to ws-cnt-label
           move ws-scores-refreshed to ws-cnt-value
           write import-report-record from ws-count-line
           move "UNMATCHED IDS" to ws-cnt-label
           move ws-unmatched-count to ws-cnt-value
           write import-report-record from ws-count-line
           move "DATABASE ERRORS" to ws-cnt-label
           move ws-sql-errors to ws-cnt-value
           write import-report-record from ws-count-line
           .

       finish-run section.
           add ws-unmatched-count ws-sql-errors giving ws-exceptions
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-records-read
               by reference ws-scores-stored
               by reference ws-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program "creditBureauImport".
