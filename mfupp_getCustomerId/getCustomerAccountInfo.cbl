                   organization is line sequential
                   file status  is ws-audit-file-status.

      *> the bank's own books, for the household exposure: booked
      *>  loans, their payment history (the last line carries the
      *>  outstanding balance) and the deposit accounts.
           select loan-master-file assign to "LOANMAST.DAT"
                   organization is indexed
                   access mode  is sequential
                   record key   is lm-loan-no
                   file status  is ws-loan-file-status.

           select payment-history-file assign to "LOANPAYH.DAT"
                   organization is line sequential
                   file status  is ws-history-file-status.

           select account-master-file assign to "ACCTMAST.DAT"
                   organization is line sequential
                   file status  is ws-account-file-status.

       data division.
       file section.
       fd  credit-audit-file.
       01  credit-audit-record     pic x(80).

       fd  loan-master-file.
       01  loan-master-record.
           05 lm-loan-no            pic x(14).
           05 lm-customer-no        pic 9(9).
           05 lm-principal          pic 9(7).
           05 lm-rate               pic 9(3)v99.
           05 lm-term               pic 9(3).
           05 lm-payment            pic s9(7)v99 comp-3.
           05 lm-loan-type          pic x.
           05 lm-date-booked        pic 9(8).
           05 lm-payments-applied   pic 9(3).
           05 lm-amount-applied     pic 9(9)v99.
           05 lm-rate-index         pic x(3).
           05 lm-rate-margin        pic 9(2)v99.
           05 lm-reset-months       pic 9(3).
           05 lm-last-reset         pic 9(3).

       fd  payment-history-file.
       01  payment-history-record.
           05 ph-loan-no            pic x(14).
           05                       pic x.
           05 ph-pay-date           pic 9(8).
           05                       pic x.
           05 ph-post-date          pic 9(8).
           05                       pic x.
           05 ph-amount             pic 9(7)v99.
           05                       pic x.
           05 ph-installment        pic 9(3).
           05                       pic x.
           05 ph-principal          pic 9(7)v99.
           05                       pic x.
           05 ph-interest           pic 9(7)v99.
           05                       pic x.
           05 ph-extra-principal    pic 9(7)v99.
           05                       pic x.
           05 ph-credit-held        pic 9(7)v99.
           05                       pic x.
           05 ph-balance            pic 9(7)v99.
           05                       pic x.
           05 ph-disposition        pic x(8).

       fd  account-master-file.
       01  account-master-record.
           05 acm-account-no        pic 9(10).
           05                       pic x.
           05 acm-balance-sign      pic x.
           05 acm-balance           pic 9(7)v99.
           05                       pic x.
           05 acm-direct-deposit    pic x.
           05                       pic x.
           05 acm-combined-bal      pic 9(9)v99.
           05                       pic x.
           05 acm-acct-age-months   pic 9(3).
           05                       pic x.
           05 acm-customer-no       pic 9(9).

       working-storage section.
       exec sql include sqlca end-exec.

       01 ws-customer-id           pic 9(9).
       01 ws-max-credit            pic 9(9).
       01 ws-active-column         pic x.
       01 ws-merged-into           pic 9(9).
       01 ws-current-score         pic 9(3).
       01 ws-prior-score           pic 9(3).
       01 ws-score-date            pic 9(8).
       01 ws-derog-count           pic 9(3).
       01 ws-household-id          pic 9(9).
       01 ws-household-members     pic 9(4).
       01 ws-household-total       pic 9(11).
       01 ws-member-id             pic 9(9).
       01 ws-customer-lastname     pic x(40).
       exec sql end declare section end-exec.

      *> once a batch job has called BeginBatchSession the CONNECT
       01 ws-audit-line.
           03 ws-audit-line-date       pic 9999/99/99.
           03                          pic x value space.
           03 ws-audit-line-time.
               05 ws-audit-line-hh     pic 99.
               05                      pic x value ":".
               05 ws-audit-line-mm     pic 99.
               05                      pic x value ":".
               05 ws-audit-line-ss     pic 99.
           03                          pic x value space.
           03 ws-audit-line-terminal   pic x(20).
           03                          pic x value space.
           88 ws-customer-not-found    value "N".
           88 ws-customer-sql-error    value "E".

      *> the household's borrowing on the bank's own books, rolled up
      *>  per customer the first time an exposure is asked for and
      *>  kept for the rest of the run: outstanding principal on open
      *>  loans (LOANMAST.DAT / LOANPAYH.DAT) and the overdrawn
      *>  balances on deposit accounts (ACCTMAST.DAT).
       01 ws-loan-file-status      pic xx.
       01 ws-history-file-status   pic xx.
       01 ws-account-file-status   pic xx.
       01 ws-books-loaded-flag     pic x value "N".
           88 ws-books-loaded          value "Y".
       01 ws-file-eof-flag         pic x.
           88 ws-file-eof              value "Y".
       01 ws-found-flag            pic x.
           88 ws-found                 value "Y".

       01 ws-book-loan-count       pic 9(5) value 0.
       01 ws-book-loan-table.
           05 ws-book-loan occurs 5000 times
                   indexed by ws-bln-idx.
               10 ws-bln-loan-no       pic x(14).
               10 ws-bln-customer-no   pic 9(9).
               10 ws-bln-balance       pic 9(7)v99.
               10 ws-bln-open-flag     pic x.
                   88 ws-bln-open          value "Y".

       01 ws-book-cust-count       pic 9(5) value 0.
       01 ws-book-cust-table.
           05 ws-book-cust occurs 10000 times
                   indexed by ws-bcu-idx.
               10 ws-bcu-customer-no   pic 9(9).
               10 ws-bcu-loan-balance  pic 9(11)v99.
               10 ws-bcu-overdrawn     pic 9(11)v99.
       01 ws-seek-customer-no      pic 9(9).

       01 ws-household-credit      pic 9(11).
       01 ws-household-loans       pic 9(11)v99.
       01 ws-household-overdrawn   pic 9(11)v99.
       01 ws-exposure-rc           pic 9.

       linkage section.
       01 lnk-lastname             pic x(40).
       01 lnk-customer-id          pic 9(9).
       01 lnk-household-exposure   pic 9(11).
       01 lnk-household-members    pic 9(4).

      *> the three parts of the household exposure, for callers that
      *>  show the breakdown: combined credit limits, outstanding loan
      *>  principal and overdrawn deposit balances.
       01 lnk-household-credit     pic 9(11).
       01 lnk-household-loans      pic 9(11)v99.
       01 lnk-household-overdrawn  pic 9(11)v99.

      *> the surviving customer Id a merged duplicate now lives under.
       01 lnk-merged-into          pic 9(9).

      *> the customer's bureau score as creditBureauImport stored it:
      *>  this month's, last month's, the date of this month's and
      *>  the derogatory-flag count that came with it.
       01 lnk-current-score        pic 9(3).
       01 lnk-prior-score          pic 9(3).
       01 lnk-score-date           pic 9(8).
       01 lnk-derog-count          pic 9(3).

       procedure division using lnk-lastname,
                                lnk-customer-id,
                                lnk-max-credit,
      *>  main entry but driven by customer Id rather than last name,
      *>  so two customers sharing a surname can never collapse into
      *>  one review. Return codes match the main entry: 0 reviewed,
      *>  1 not on file, 3 the lookup itself failed - plus 4, the Id
      *>  was retired by a customer merge (getCustomerMergedInto gives
      *>  the Id it was merged into).
      *>----------------------------------------------------------------
       account-info-by-id section.
       entry "getCustomerAccountInfoById" using

           move lnk-customer-id to ws-customer-id
           EXEC SQL
               SELECT Active, COALESCE(MergedInto, 0)
                 INTO :ws-active-column, :ws-merged-into
                   FROM customers
                WHERE Id = :ws-customer-id
           END-EXEC
                   goback returning 3
           end-evaluate

      *> a duplicate Id folded into another by the maintenance MERGE
      *>  is reported as merged, not merely inactive, so the caller
      *>  can follow it to the surviving Id.
           if ws-merged-into not equal 0
               move 0 to lnk-max-credit
               move "n" to lnk-account-active
               goback returning 4
           end-if

      *> a customer soft-inactivated by the maintenance transaction is
      *>  still on file, but is reported inactive rather than priced.
           if ws-active-column equal "N"
           move "y" to lnk-account-active
           goback returning 0.

      *>----------------------------------------------------------------
      *> getCustomerMergedInto - the surviving Id a retired duplicate
      *>  was merged into, or zero if the Id was never merged. Return
      *>  codes: 0 looked up, 1 not on file, 3 the lookup failed.
      *>----------------------------------------------------------------
       merged-into section.
       entry "getCustomerMergedInto" using
               by reference lnk-customer-id,
               by reference lnk-merged-into.

           move 0 to lnk-merged-into
           call "LoginPrompt"
           if return-code not equal 0
               goback returning 2
           end-if

           move lnk-customer-id to ws-customer-id
           EXEC SQL
               SELECT COALESCE(MergedInto, 0) INTO :ws-merged-into
                   FROM customers
                WHERE Id = :ws-customer-id
           END-EXEC

           evaluate SQLCODE
               when 0
                   move ws-merged-into to lnk-merged-into
                   goback returning 0
               when 100
                   goback returning 1
               when other
                   goback returning 3
           end-evaluate.

      *>----------------------------------------------------------------
      *> getCustomerLastName - the last name on file for a customer Id,
      *>  for runs that are handed an Id with no name beside it.
      *>  Return codes: 0 found, 1 not on file, 3 the lookup failed;
      *>  the name comes back blank on anything but 0.
      *>----------------------------------------------------------------
       customer-last-name section.
       entry "getCustomerLastName" using
               by reference lnk-customer-id,
               by reference lnk-lastname.

           move spaces to lnk-lastname
           call "LoginPrompt"
           if return-code not equal 0
               goback returning 2
           end-if

           move lnk-customer-id to ws-customer-id
           EXEC SQL
               SELECT LastName INTO :ws-customer-lastname
                   FROM customers
                WHERE Id = :ws-customer-id
           END-EXEC

           evaluate SQLCODE
               when 0
                   move ws-customer-lastname to lnk-lastname
                   goback returning 0
               when 100
                   goback returning 1
               when other
                   goback returning 3
           end-evaluate.

      *>----------------------------------------------------------------
      *> getCustomerBureauScore - the current and prior bureau scores
      *>  on CreditScores. Return codes: 0 found, 1 no score on file
      *>  for this customer, 3 the lookup itself failed. A customer
      *>  with only one bureau month comes back with a zero prior.
      *>----------------------------------------------------------------
       bureau-score section.
       entry "getCustomerBureauScore" using
               by reference lnk-customer-id,
               by reference lnk-current-score,
               by reference lnk-prior-score,
               by reference lnk-score-date,
               by reference lnk-derog-count.

           move 0 to lnk-current-score
           move 0 to lnk-prior-score
           move 0 to lnk-score-date
           move 0 to lnk-derog-count
           call "LoginPrompt"
           if return-code not equal 0
               goback returning 2
           end-if

           move lnk-customer-id to ws-customer-id
           EXEC SQL
               SELECT CurrentScore, PriorScore, CurrentScoreDate,
                      DerogatoryCount
                 INTO :ws-current-score, :ws-prior-score,
                      :ws-score-date, :ws-derog-count
                   FROM CreditScores
                WHERE Id = :ws-customer-id
           END-EXEC

           evaluate SQLCODE
               when 0
                   move ws-current-score to lnk-current-score
                   move ws-prior-score to lnk-prior-score
                   move ws-score-date to lnk-score-date
                   move ws-derog-count to lnk-derog-count
                   goback returning 0
               when 100
                   goback returning 1
               when other
                   goback returning 3
           end-evaluate.

      *>----------------------------------------------------------------
      *> getCustomerHouseholdExposure - our lending rules cap exposure
      *>  per household, not per customer Id. Returns the individual
      *>  ActiveCreditLimit plus the combined exposure across every
      *>  customer linked to the same household on CustomerLinks, so a
      *>  couple with two Ids can no longer each be given the full
      *>  limit unnoticed. The exposure is the members' credit limits
      *>  plus what they already owe the bank on its own books - the
      *>  outstanding principal of their open loans and the overdrawn
      *>  balances on their deposit accounts - so two booked loans
      *>  and an overdraft no longer look clean to the review. An
      *>  unlinked customer comes back as a household of one whose
      *>  exposure is their own.
      *>----------------------------------------------------------------
       household-exposure section.
       entry "getCustomerHouseholdExposure" using
               by reference lnk-household-exposure,
               by reference lnk-household-members.

           perform compute-household-exposure
           goback returning ws-exposure-rc.

      *>----------------------------------------------------------------
      *> getCustomerHouseholdExposureDetail - the same household
      *>  exposure, with its three parts handed back as well.
      *>----------------------------------------------------------------
       household-exposure-detail section.
       entry "getCustomerHouseholdExposureDetail" using
               by reference lnk-customer-id,
               by reference lnk-max-credit,
               by reference lnk-household-exposure,
               by reference lnk-household-members,
               by reference lnk-household-credit,
               by reference lnk-household-loans,
               by reference lnk-household-overdrawn.

           perform compute-household-exposure
           move ws-household-credit to lnk-household-credit
           move ws-household-loans to lnk-household-loans
           move ws-household-overdrawn to lnk-household-overdrawn
           goback returning ws-exposure-rc.

      *>----------------------------------------------------------------
      *> getCustomerOwnBorrowing - what one customer Id alone owes on
      *>  the bank's own books: outstanding principal on their open
      *>  loans and their overdrawn deposit balances, without the
      *>  household around them.
      *>----------------------------------------------------------------
       own-borrowing section.
       entry "getCustomerOwnBorrowing" using
               by reference lnk-customer-id,
               by reference lnk-household-loans,
               by reference lnk-household-overdrawn.

           if not ws-books-loaded
               perform load-bank-books
           end-if
           move 0 to ws-household-loans
           move 0 to ws-household-overdrawn
           perform add-own-borrowing
           move ws-household-loans to lnk-household-loans
           move ws-household-overdrawn to lnk-household-overdrawn
           goback returning 0.

       compute-household-exposure section.
           move 0 to ws-exposure-rc
           perform fetch-credit-limit
           if not ws-books-loaded
               perform load-bank-books
           end-if
           move 0 to ws-household-loans
           move 0 to ws-household-overdrawn

           move lnk-customer-id to ws-customer-id
           EXEC SQL
                   if SQLCODE equal 0
                       move ws-household-members
                           to lnk-household-members
                       move ws-household-total to ws-household-credit
                       perform add-household-borrowing
                   else
                       move 1 to lnk-household-members
                       move lnk-max-credit to ws-household-credit
                       perform add-own-borrowing
                   end-if
               when 100
                   move 1 to lnk-household-members
                   move lnk-max-credit to ws-household-credit
                   perform add-own-borrowing
               when other
                   move 0 to lnk-household-members
                   move lnk-max-credit to ws-household-credit
                   perform add-own-borrowing
                   move 3 to ws-exposure-rc
           end-evaluate

           compute lnk-household-exposure rounded =
               ws-household-credit + ws-household-loans
                                   + ws-household-overdrawn
           .

      *> every Id on the household, the caller's own included.
       add-household-borrowing section.
           EXEC SQL
               DECLARE HHMEMBERS CURSOR FOR
                   SELECT CustomerId FROM CustomerLinks
                    WHERE HouseholdId = :ws-household-id
           END-EXEC

           EXEC SQL
               OPEN HHMEMBERS
           END-EXEC

           if SQLCODE equal 0
               perform add-one-member-borrowing
                   until SQLCODE not equal 0
               EXEC SQL
                   CLOSE HHMEMBERS
               END-EXEC
           else
               perform add-own-borrowing
           end-if
           .

       add-one-member-borrowing section.
           EXEC SQL
               FETCH HHMEMBERS INTO :ws-member-id
           END-EXEC
           if SQLCODE equal 0
               move ws-member-id to ws-seek-customer-no
               perform add-customer-borrowing
           end-if
           .

       add-own-borrowing section.
           move lnk-customer-id to ws-seek-customer-no
           perform add-customer-borrowing
           .

       add-customer-borrowing section.
           perform find-book-customer
           if ws-found
               add ws-bcu-loan-balance (ws-bcu-idx)
                   to ws-household-loans
               add ws-bcu-overdrawn (ws-bcu-idx)
                   to ws-household-overdrawn
           end-if
           .

       find-book-customer section.
           move "N" to ws-found-flag
           set ws-bcu-idx to 1
           search ws-book-cust
               at end
                   continue
               when ws-bcu-idx > ws-book-cust-count
                   continue
               when ws-bcu-customer-no (ws-bcu-idx)
                       equal ws-seek-customer-no
                   set ws-found to true
           end-search
           .

      *>----------------------------------------------------------------
      *> load-bank-books - one pass of each file per run. A loan is
      *>  carried at the balance on its last payment history line, or
      *>  its booked principal if nothing has posted yet; it drops out
      *>  once every installment is applied or the balance is paid
      *>  off. A missing file simply contributes nothing.
      *>----------------------------------------------------------------
       load-bank-books section.
           set ws-books-loaded to true
           move 0 to ws-book-loan-count
           move 0 to ws-book-cust-count

           move "N" to ws-file-eof-flag
           open input loan-master-file
           if ws-loan-file-status equal "00"
               perform load-one-book-loan until ws-file-eof
               close loan-master-file
           end-if

           move "N" to ws-file-eof-flag
           open input payment-history-file
           if ws-history-file-status equal "00"
               perform take-one-loan-history until ws-file-eof
               close payment-history-file
           end-if

           perform roll-up-one-loan
               varying ws-bln-idx from 1 by 1
               until ws-bln-idx > ws-book-loan-count

           move "N" to ws-file-eof-flag
           open input account-master-file
           if ws-account-file-status equal "00"
               perform take-one-account until ws-file-eof
               close account-master-file
           end-if
           .

       load-one-book-loan section.
           read loan-master-file next
               at end
                   set ws-file-eof to true
               not at end
                   if ws-book-loan-count < 5000
                       add 1 to ws-book-loan-count
                       set ws-bln-idx to ws-book-loan-count
                       move lm-loan-no to ws-bln-loan-no (ws-bln-idx)
                       move lm-customer-no
                           to ws-bln-customer-no (ws-bln-idx)
                       move lm-principal to ws-bln-balance (ws-bln-idx)
                       if lm-payments-applied < lm-term
                           set ws-bln-open (ws-bln-idx) to true
                       else
                           move "N" to ws-bln-open-flag (ws-bln-idx)
                       end-if
                   end-if
           end-read
           .

       take-one-loan-history section.
           read payment-history-file
               at end
                   set ws-file-eof to true
               not at end
                   move "N" to ws-found-flag
                   set ws-bln-idx to 1
                   search ws-book-loan
                       at end
                           continue
                       when ws-bln-idx > ws-book-loan-count
                           continue
                       when ws-bln-loan-no (ws-bln-idx)
                               equal ph-loan-no
                           move ph-balance
                               to ws-bln-balance (ws-bln-idx)
                   end-search
           end-read
           .

       roll-up-one-loan section.
           if ws-bln-open (ws-bln-idx)
                   and ws-bln-balance (ws-bln-idx) > 0
               move ws-bln-customer-no (ws-bln-idx)
                   to ws-seek-customer-no
               perform find-or-add-book-customer
               if ws-found
                   add ws-bln-balance (ws-bln-idx)
                       to ws-bcu-loan-balance (ws-bcu-idx)
               end-if
           end-if
           .

       take-one-account section.
           read account-master-file
               at end
                   set ws-file-eof to true
               not at end
                   if acm-balance-sign equal "-"
                           and acm-balance > 0
                           and acm-customer-no is numeric
                       move acm-customer-no to ws-seek-customer-no
                       perform find-or-add-book-customer
                       if ws-found
                           add acm-balance
                               to ws-bcu-overdrawn (ws-bcu-idx)
                       end-if
                   end-if
           end-read
           .

       find-or-add-book-customer section.
           perform find-book-customer
           if not ws-found
                   and ws-book-cust-count < 10000
               add 1 to ws-book-cust-count
               set ws-bcu-idx to ws-book-cust-count
               move ws-seek-customer-no
                   to ws-bcu-customer-no (ws-bcu-idx)
               move 0 to ws-bcu-loan-balance (ws-bcu-idx)
               move 0 to ws-bcu-overdrawn (ws-bcu-idx)
               set ws-found to true
           end-if
           .

      *> the credit-limit SELECT plus its compliance audit line,
      *>  shared by getCustomerCreditLimit and the by-Id lookup above.
           end-if

           move ws-audit-date to ws-audit-line-date
           move ws-audit-time(1:2) to ws-audit-line-hh
           move ws-audit-time(3:2) to ws-audit-line-mm
           move ws-audit-time(5:2) to ws-audit-line-ss
           move ws-audit-terminal to ws-audit-line-terminal
           move ws-audit-user to ws-audit-line-user
           move lnk-customer-id to ws-audit-line-custid
