      *>    - name, address and active flag from the customers table
      *>    - current credit limit (getCustomerAccountInfoById) and
      *>      any change still pending on PendingCreditChanges.txt
      *>    - household membership and combined exposure, with its
      *>      credit-limit, loan and overdraft parts
      *>      (getCustomerHouseholdExposureDetail)
      *>    - the customer's loans (LOANMAST.DAT, balances from
      *>      LOANPAYH.DAT) and deposit accounts (ACCTMAST.DAT)
      *>    - the customer's recent credit-limit audit-trail lines
      *>    - the most recent contact notes the service desk keyed
      *>      on the menu (CustomerNotes.txt)
      *>    - whether they appeared on the last credit review
      *>      exceptions report (CreditExceptions.txt)
      *>--------------------------------------------------------------
                   organization is line sequential
                   file status  is ws-audit-status.

           select notes-file       assign to "CustomerNotes.txt"
                   organization is line sequential
                   file status  is ws-notes-status.

           select exceptions-file  assign to "CreditExceptions.txt"
                   organization is line sequential
                   file status  is ws-exceptions-status.

           select loan-master-file assign to "LOANMAST.DAT"
                   organization is indexed
                   access mode  is sequential
                   record key   is lm-loan-no
                   file status  is ws-loan-status.

           select payment-history-file assign to "LOANPAYH.DAT"
                   organization is line sequential
                   file status  is ws-history-status.

           select account-master-file assign to "ACCTMAST.DAT"
                   organization is line sequential
                   file status  is ws-account-status.

       data division.
       file section.
       fd  request-file.
       fd  audit-trail-file.
       01  audit-trail-record      pic x(80).

       fd  notes-file.
       01  notes-record            pic x(120).

       fd  exceptions-file.
       01  exceptions-record       pic x(100).

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

       01 ws-request-status        pic xx.
       01 ws-pending-status        pic xx.
       01 ws-audit-status          pic xx.
       01 ws-notes-status          pic xx.
       01 ws-exceptions-status     pic xx.
       01 ws-loan-status           pic xx.
       01 ws-history-status        pic xx.
       01 ws-account-status        pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-account-active        pic x.
       01 ws-household-exposure    pic 9(11).
       01 ws-household-members     pic 9(4).
       01 ws-household-credit      pic 9(11).
       01 ws-household-loans       pic 9(11)v99.
       01 ws-household-overdrawn   pic 9(11)v99.
       01 ws-merged-into           pic 9(9).

      *> the customer's own loans, held while the payment history is
      *> scanned for their balances.
       01 ws-cust-loan-count       pic 9(3).
       01 ws-cust-loan-max         pic 9(3) value 50.
       01 ws-cust-loan-table.
           03 ws-cust-loan occurs 50 times
                   indexed by ws-cln-idx.
               05 ws-cln-loan-no       pic x(14).
               05 ws-cln-type          pic x.
               05 ws-cln-rate          pic 9(3)v99.
               05 ws-cln-payment       pic s9(7)v99 comp-3.
               05 ws-cln-balance       pic 9(7)v99.
               05 ws-cln-open-flag     pic x.
                   88 ws-cln-open          value "Y".
       01 ws-accounts-shown        pic 9(5).
       01 ws-rate-edit             pic zz9.99.
       01 ws-money-edit            pic $$$,$$$,$$9.99.
       01 ws-big-money-edit        pic $$$,$$$,$$$,$$9.99.
       01 ws-balance-sign          pic x.

      *> the pending record as creditLimitMaint lays it out.
       01 ws-pending-line.
           03 ws-audit-ring-line   pic x(64) occurs 10 times.
       01 ws-audit-formatted       pic x(64).

      *> the contact note as the service menu writes it.
       01 ws-note-line.
           03 ws-note-seq              pic 9(7).
           03                          pic x.
           03 ws-note-date             pic 9(8).
           03                          pic x.
           03 ws-note-time             pic 9(6).
           03                          pic x.
           03 ws-note-custid           pic 9(9).
           03                          pic x.
           03 ws-note-termid           pic x(4).
           03                          pic x.
           03 ws-note-operator         pic x(8).
           03                          pic x.
           03 ws-note-category         pic x(8).
           03                          pic x.
           03 ws-note-text             pic x(60).

      *> the notes file is append-only too - same ring, its own size.
       01 ws-note-shown            pic 9(2).
       01 ws-note-show-max         pic 9(2) value 5.
       01 ws-note-ring-held        pic 9(2).
       01 ws-note-ring-next        pic 9(2).
       01 ws-note-ring-idx         pic 9(2).
       01 ws-note-ring-lines.
           03 ws-note-ring-line    pic x(100) occurs 5 times.
       01 ws-note-formatted        pic x(100).

      *> the exception line as creditReviewBatch lays it out.
       01 ws-exception-line.
           03 ws-exc-custid            pic x(9).
           move ws-active-column to ws-prf-value
           write profile-record from ws-profile-line

      *> a duplicate retired by a customer merge points the desk at
      *> the Id its loans, accounts and limit now live under.
           if ws-merged-into not equal 0
               move spaces to ws-profile-line
               move "MERGED INTO" to ws-prf-label
               move ws-merged-into to ws-prf-value
               write profile-record from ws-profile-line
           end-if

           move spaces to ws-profile-line
           move "CURRENT CREDIT LIMIT" to ws-prf-label
           move ws-max-credit to ws-credit-edit
           move ws-members-edit to ws-prf-value
           write profile-record from ws-profile-line

           move spaces to ws-profile-line
           move "  HOUSEHOLD CREDIT LIMITS" to ws-prf-label
           move ws-household-credit to ws-big-money-edit
           move ws-big-money-edit to ws-prf-value
           write profile-record from ws-profile-line

           move spaces to ws-profile-line
           move "  HOUSEHOLD LOAN PRINCIPAL" to ws-prf-label
           move ws-household-loans to ws-big-money-edit
           move ws-big-money-edit to ws-prf-value
           write profile-record from ws-profile-line

           move spaces to ws-profile-line
           move "  HOUSEHOLD OVERDRAWN" to ws-prf-label
           move ws-household-overdrawn to ws-big-money-edit
           move ws-big-money-edit to ws-prf-value
           write profile-record from ws-profile-line

           move spaces to ws-profile-line
           move "COMBINED EXPOSURE" to ws-prf-label
           move ws-household-exposure to ws-exposure-edit
           end-if
           write profile-record from ws-profile-line

           move spaces to profile-record
           write profile-record
           write profile-record from "LOANS AND ACCOUNTS:"
           perform list-loans-and-accounts

           move spaces to profile-record
           write profile-record
           write profile-record from "RECENT CREDIT-LIMIT INQUIRIES:"
           perform list-audit-inquiries

           move spaces to profile-record
           write profile-record
           write profile-record from "RECENT CONTACT NOTES:"
           perform list-contact-notes

           move spaces to profile-record
           write profile-record
           move all "-" to profile-record
               by reference ws-max-credit
               by reference ws-account-active
           end-call
           move 0 to ws-merged-into
           if return-code equal 4
               call "getCustomerMergedInto" using
                   by reference ws-customer-id
                   by reference ws-merged-into
               end-call
           end-if

           move 0 to ws-household-exposure
           move 0 to ws-household-members
           move 0 to ws-household-credit
           move 0 to ws-household-loans
           move 0 to ws-household-overdrawn
           call "getCustomerHouseholdExposureDetail" using
               by reference ws-customer-id
               by reference ws-max-credit
               by reference ws-household-exposure
               by reference ws-household-members
               by reference ws-household-credit
               by reference ws-household-loans
               by reference ws-household-overdrawn
           end-call
           .

           end-if
           .

       list-contact-notes section.
           move 0 to ws-note-ring-held
           move 1 to ws-note-ring-next
           open input notes-file
           if ws-notes-status equal "00"
               perform ring-one-note-record
                   until ws-notes-status not equal "00"
               close notes-file
           end-if
           if ws-note-ring-held equal 0
               write profile-record from "  (NONE)"
               exit section
           end-if
           if ws-note-ring-held < ws-note-show-max
               move 1 to ws-note-ring-idx
           else
               move ws-note-ring-next to ws-note-ring-idx
           end-if
           perform print-one-note-line
               varying ws-note-shown from 1 by 1
               until ws-note-shown > ws-note-ring-held
           .

       ring-one-note-record section.
           read notes-file into ws-note-line
           if ws-notes-status equal "00"
               if ws-note-custid equal ws-customer-id
                   move ws-note-date to ws-date-edit
                   move spaces to ws-note-formatted
                   string "  "             delimited by size
                          ws-date-edit     delimited by size
                          " "              delimited by size
                          ws-note-category delimited by size
                          " "              delimited by size
                          ws-note-operator delimited by size
                          " "              delimited by size
                          ws-note-text     delimited by size
                       into ws-note-formatted
                   end-string
                   move ws-note-formatted
                       to ws-note-ring-line (ws-note-ring-next)
                   add 1 to ws-note-ring-next
                   if ws-note-ring-next > ws-note-show-max
                       move 1 to ws-note-ring-next
                   end-if
                   if ws-note-ring-held < ws-note-show-max
                       add 1 to ws-note-ring-held
                   end-if
               end-if
           end-if
           .

       print-one-note-line section.
           write profile-record
               from ws-note-ring-line (ws-note-ring-idx)
           add 1 to ws-note-ring-idx
           if ws-note-ring-idx > ws-note-show-max
               move 1 to ws-note-ring-idx
           end-if
           .

      *> the customer's whole relationship with the bank: every loan
      *> booked to them, open or paid off, at the balance on its last
      *> payment history line (the booked principal until the first
      *> payment posts), then every deposit account they hold.
       list-loans-and-accounts section.
           move 0 to ws-cust-loan-count
           open input loan-master-file
           if ws-loan-status equal "00"
               perform take-one-customer-loan
                   until ws-loan-status not equal "00"
               close loan-master-file
           end-if

           if ws-cust-loan-count > 0
               open input payment-history-file
               if ws-history-status equal "00"
                   perform take-one-loan-balance
                       until ws-history-status not equal "00"
                   close payment-history-file
               end-if
           end-if
           perform print-one-customer-loan
               varying ws-cln-idx from 1 by 1
               until ws-cln-idx > ws-cust-loan-count

           move 0 to ws-accounts-shown
           open input account-master-file
           if ws-account-status equal "00"
               perform print-one-customer-account
                   until ws-account-status not equal "00"
               close account-master-file
           end-if

           if ws-cust-loan-count equal 0
                   and ws-accounts-shown equal 0
               write profile-record from "  (NONE ON FILE)"
           end-if
           .

       take-one-customer-loan section.
           read loan-master-file next
           if ws-loan-status equal "00"
               if lm-customer-no equal ws-customer-id
                       and ws-cust-loan-count < ws-cust-loan-max
                   add 1 to ws-cust-loan-count
                   set ws-cln-idx to ws-cust-loan-count
                   move lm-loan-no to ws-cln-loan-no (ws-cln-idx)
                   move lm-loan-type to ws-cln-type (ws-cln-idx)
                   move lm-rate to ws-cln-rate (ws-cln-idx)
                   move lm-payment to ws-cln-payment (ws-cln-idx)
                   move lm-principal to ws-cln-balance (ws-cln-idx)
                   if lm-payments-applied < lm-term
                       set ws-cln-open (ws-cln-idx) to true
                   else
                       move "N" to ws-cln-open-flag (ws-cln-idx)
                   end-if
               end-if
           end-if
           .

       take-one-loan-balance section.
           read payment-history-file
           if ws-history-status equal "00"
               set ws-cln-idx to 1
               search ws-cust-loan
                   at end
                       continue
                   when ws-cln-idx > ws-cust-loan-count
                       continue
                   when ws-cln-loan-no (ws-cln-idx) equal ph-loan-no
                       move ph-balance to ws-cln-balance (ws-cln-idx)
               end-search
           end-if
           .

       print-one-customer-loan section.
           move ws-cln-rate (ws-cln-idx) to ws-rate-edit
           move ws-cln-payment (ws-cln-idx) to ws-money-edit
           move spaces to profile-record
           string "  LOAN "                   delimited by size
                  ws-cln-loan-no (ws-cln-idx) delimited by size
                  "  TYPE "                   delimited by size
                  ws-cln-type (ws-cln-idx)    delimited by size
                  "  RATE"                    delimited by size
                  ws-rate-edit                delimited by size
                  "%  PAYMENT"                delimited by size
                  ws-money-edit               delimited by size
               into profile-record
           end-string
           if ws-cln-open (ws-cln-idx)
                   and ws-cln-balance (ws-cln-idx) > 0
               move ws-cln-balance (ws-cln-idx) to ws-money-edit
               string "  BALANCE"     delimited by size
                      ws-money-edit   delimited by size
                   into profile-record(66:35)
               end-string
           else
               move "  PAID OFF" to profile-record(66:35)
           end-if
           write profile-record
           .

       print-one-customer-account section.
           read account-master-file
           if ws-account-status equal "00"
               if acm-customer-no is numeric
                       and acm-customer-no equal ws-customer-id
                   add 1 to ws-accounts-shown
                   move acm-balance to ws-money-edit
                   if acm-balance-sign equal "-"
                       move "-" to ws-balance-sign
                   else
                       move space to ws-balance-sign
                   end-if
                   move spaces to profile-record
                   string "  ACCOUNT "     delimited by size
                          acm-account-no   delimited by size
                          "  BALANCE "     delimited by size
                          ws-balance-sign  delimited by size
                          ws-money-edit    delimited by size
                       into profile-record
                   end-string
                   if acm-balance-sign equal "-"
                           and acm-balance > 0
                       move "  OVERDRAWN" to profile-record(47:11)
                   end-if
                   write profile-record
               end-if
           end-if
           .

       check-last-exceptions section.
           move "N" to ws-on-exceptions-flag
           open input exceptions-file
