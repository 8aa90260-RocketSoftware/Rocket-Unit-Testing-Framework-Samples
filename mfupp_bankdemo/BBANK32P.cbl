      $set sourceformat"variable"
       program-id. BBANK32P.

      *> Monthly customer account statement. BBANK31P posts each
      *> account's fee to FEEPOST.DAT with a fee code and waiver rule,
      *> but all the customer ever saw was the debit. This run groups
      *> the accounts on ACCTMAST.DAT by ACM-CUSTOMER-NO and prints
      *> one statement per customer to CustomerStatements.txt: each
      *> account's ending balance and the fee posted to it this
      *> month, worded in plain English from the fee code and waiver
      *> rule ("fee waived - direct deposit", "fee capped - monthly
      *> limit reached" ...). An account written before the customer
      *> column existed gets a statement of its own.
      *>
      *> StatementControl.txt closes the run with the statement
      *> count and the fee total on the statements, tied back to the
      *> TOTAL CHARGED line of BBANK31P's FeePostTotals.txt.
       input-output section.
       file-control.
           select account-master assign to "ACCTMAST.DAT"
               organization is line sequential
               file status is WS-Master-File-Status.

           select fee-posting-file assign to "FEEPOST.DAT"
               organization is line sequential
               file status is WS-Posting-File-Status.

           select fee-totals-report assign to "FeePostTotals.txt"
               organization is line sequential
               file status is WS-Totals-File-Status.

           select statement-file assign to "CustomerStatements.txt"
               organization is line sequential.

           select statement-control assign to "StatementControl.txt"
               organization is line sequential.

       data division.
       file section.
       fd  account-master.
       01  account-master-record.
           05 ACM-ACCOUNT-NO        pic 9(10).
           05                       pic x.
           05 ACM-BALANCE-SIGN      pic x.
           05 ACM-BALANCE           pic 9(7)v99.
           05                       pic x.
           05 ACM-DIRECT-DEPOSIT    pic x.
           05                       pic x.
           05 ACM-COMBINED-BAL      pic 9(9)v99.
           05                       pic x.
           05 ACM-ACCT-AGE-MONTHS   pic 9(3).
           05                       pic x.
           05 ACM-CUSTOMER-NO       pic 9(9).

       fd  fee-posting-file.
       01  fee-posting-record.
           05 FPF-ACCOUNT-NO        pic 9(10).
           05                       pic x.
           05 FPF-FEE-CODE          pic x(2).
           05                       pic x.
           05 FPF-FEE-AMOUNT        pic 9(3)v99.
           05                       pic x.
           05 FPF-WAIVER-RULE       pic x(2).

       fd  fee-totals-report.
       01  fee-totals-record        pic x(60).

       fd  statement-file.
       01  statement-record         pic x(80).

       fd  statement-control.
       01  statement-control-record pic x(80).

       working-storage section.
       01 WS-Master-File-Status    pic xx.
       01 WS-Posting-File-Status   pic xx.
       01 WS-Totals-File-Status    pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".
       01 WS-ACCT-FOUND-FLAG       pic x value "N".
           88 WS-ACCT-FOUND            value "Y".

       01 WS-RUN-DATE              pic 9(8).
       01 WS-STATEMENT-MONTH       pic x(6).

      *> the accounts, chained per customer in master order.
       01 WS-ACCT-COUNT            pic 9(5) comp-5 value 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY occurs 10000 times
                   indexed by ACT-IDX.
               10 WS-ACT-ACCOUNT-NO    pic 9(10).
               10 WS-ACT-BALANCE-SIGN  pic x.
               10 WS-ACT-BALANCE       pic 9(7)v99.
               10 WS-ACT-FEE-CODE      pic x(2).
               10 WS-ACT-FEE-AMOUNT    pic 9(3)v99.
               10 WS-ACT-WAIVER-RULE   pic x(2).
               10 WS-ACT-FEE-SW        pic x.
                   88 WS-ACT-HAS-FEE       value "Y".
               10 WS-ACT-NEXT          pic 9(5) comp-5.
       01 WS-ACCOUNTS-SKIPPED      pic 9(7) value 0.
       01 WS-FEE-SEQ               pic 9(5) comp-5 value 0.
       01 WS-POSTINGS-READ         pic 9(7) value 0.
       01 WS-POSTINGS-UNMATCHED    pic 9(7) value 0.
       01 WS-UNMATCHED-AMOUNT      pic 9(9)v99 value 0.

       01 WS-CUST-COUNT            pic 9(5) comp-5 value 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY occurs 10000 times
                   indexed by CUST-IDX.
               10 WS-CUST-NO           pic 9(9).
               10 WS-CUST-FIRST-ACCT   pic 9(5) comp-5.
               10 WS-CUST-LAST-ACCT    pic 9(5) comp-5.
       01 WS-CUR-ACCT              pic 9(5) comp-5.

      *> plain-English wording for the fee code and waiver rule.
       01 WS-FEE-WORDING           pic x(40).

       01 WS-STMT-FEES             pic 9(7)v99.
       01 WS-STATEMENTS-PRINTED    pic 9(7) value 0.
       01 WS-ACCOUNTS-STATED       pic 9(7) value 0.
       01 WS-TOTAL-STATED-FEES     pic 9(9)v99 value 0.
       01 WS-POSTED-TOTAL          pic 9(9)v99 value 0.
       01 WS-POSTED-TOTAL-FLAG     pic x value "N".
           88 WS-POSTED-TOTAL-FOUND    value "Y".

       01 WS-ACCOUNT-LINE.
           05 WS-ACL-ACCOUNT-NO     pic 9(10).
           05                       pic x(2).
           05 WS-ACL-BALANCE        pic z,zzz,zz9.99-.
           05                       pic x(2).
           05 WS-ACL-FEE-AMOUNT     pic zz9.99.
           05                       pic x(2).
           05 WS-ACL-WORDING        pic x(40).

       01 WS-CONTROL-LINE.
           05 WS-CTL-LABEL          pic x(36).
           05 WS-CTL-VALUE          pic z(8)9.99.

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           move WS-RUN-DATE(1:6) to WS-STATEMENT-MONTH

           open input account-master
           if WS-Master-File-Status not equal "00"
               display "BBANK32P: no ACCTMAST.DAT to state"
               goback returning 8
           end-if
           perform load-one-account until WS-EOF
           close account-master

           perform load-fee-postings
           perform find-posted-total

           open output statement-file
           perform print-one-statement
               varying CUST-IDX from 1 by 1
               until CUST-IDX > WS-CUST-COUNT
           close statement-file

           perform write-statement-control
           if WS-POSTED-TOTAL-FOUND
                   and WS-POSTED-TOTAL = WS-TOTAL-STATED-FEES
               goback
           end-if
           goback returning 4.

       load-one-account section.
           read account-master
               at end
                   set WS-EOF to true
               not at end
                   if WS-ACCT-COUNT < 10000
                       perform add-account-entry
                   else
                       add 1 to WS-ACCOUNTS-SKIPPED
                   end-if
           end-read
           .

      *> an account with no customer number is a customer of one.
       add-account-entry section.
           add 1 to WS-ACCT-COUNT
           set ACT-IDX to WS-ACCT-COUNT
           move ACM-ACCOUNT-NO to WS-ACT-ACCOUNT-NO (ACT-IDX)
           move ACM-BALANCE-SIGN to WS-ACT-BALANCE-SIGN (ACT-IDX)
           move ACM-BALANCE to WS-ACT-BALANCE (ACT-IDX)
           move spaces to WS-ACT-FEE-CODE (ACT-IDX)
           move 0 to WS-ACT-FEE-AMOUNT (ACT-IDX)
           move spaces to WS-ACT-WAIVER-RULE (ACT-IDX)
           move "N" to WS-ACT-FEE-SW (ACT-IDX)
           move 0 to WS-ACT-NEXT (ACT-IDX)

           if ACM-CUSTOMER-NO not numeric
               perform add-customer-entry
               move 0 to WS-CUST-NO (CUST-IDX)
               exit section
           end-if
           set CUST-IDX to 1
           if WS-CUST-COUNT > 0
               search WS-CUST-ENTRY
                   at end
                       perform add-customer-entry
                   when CUST-IDX > WS-CUST-COUNT
                       perform add-customer-entry
                   when WS-CUST-NO (CUST-IDX) equal ACM-CUSTOMER-NO
                       move WS-ACCT-COUNT
                           to WS-ACT-NEXT (WS-CUST-LAST-ACCT (CUST-IDX))
                       move WS-ACCT-COUNT
                           to WS-CUST-LAST-ACCT (CUST-IDX)
               end-search
           else
               perform add-customer-entry
           end-if
           .

       add-customer-entry section.
           add 1 to WS-CUST-COUNT
           set CUST-IDX to WS-CUST-COUNT
           move ACM-CUSTOMER-NO to WS-CUST-NO (CUST-IDX)
           move WS-ACCT-COUNT to WS-CUST-FIRST-ACCT (CUST-IDX)
           move WS-ACCT-COUNT to WS-CUST-LAST-ACCT (CUST-IDX)
           .

      *> BBANK31P writes one posting per master record in master
      *> order, so the posting normally lines up with the account
      *> in the same position; anything else is searched for.
       load-fee-postings section.
           move "N" to WS-EOF-FLAG
           open input fee-posting-file
           if WS-Posting-File-Status not equal "00"
               display "BBANK32P: no FEEPOST.DAT - statements show "
                       "no fees"
               exit section
           end-if
           perform take-one-fee-posting until WS-EOF
           close fee-posting-file
           .

       take-one-fee-posting section.
           read fee-posting-file
               at end
                   set WS-EOF to true
               not at end
                   add 1 to WS-POSTINGS-READ
                   add 1 to WS-FEE-SEQ
                   perform find-posted-account
                   if WS-ACCT-FOUND
                       move FPF-FEE-CODE to WS-ACT-FEE-CODE (ACT-IDX)
                       move FPF-FEE-AMOUNT
                           to WS-ACT-FEE-AMOUNT (ACT-IDX)
                       move FPF-WAIVER-RULE
                           to WS-ACT-WAIVER-RULE (ACT-IDX)
                       set WS-ACT-HAS-FEE (ACT-IDX) to true
                   else
                       add 1 to WS-POSTINGS-UNMATCHED
                       add FPF-FEE-AMOUNT to WS-UNMATCHED-AMOUNT
                   end-if
           end-read
           .

       find-posted-account section.
           move "N" to WS-ACCT-FOUND-FLAG
           if WS-FEE-SEQ <= WS-ACCT-COUNT
               set ACT-IDX to WS-FEE-SEQ
               if WS-ACT-ACCOUNT-NO (ACT-IDX) equal FPF-ACCOUNT-NO
                   set WS-ACCT-FOUND to true
                   exit section
               end-if
           end-if
           set ACT-IDX to 1
           if WS-ACCT-COUNT > 0
               search WS-ACCT-ENTRY
                   at end
                       continue
                   when ACT-IDX > WS-ACCT-COUNT
                       continue
                   when WS-ACT-ACCOUNT-NO (ACT-IDX) equal FPF-ACCOUNT-NO
                       set WS-ACCT-FOUND to true
               end-search
           end-if
           .

      *> the TOTAL CHARGED line BBANK31P writes to its totals report.
       find-posted-total section.
           open input fee-totals-report
           if WS-Totals-File-Status not equal "00"
               exit section
           end-if
           perform read-one-totals-line
               until WS-Totals-File-Status not equal "00"
           close fee-totals-report
           .

       read-one-totals-line section.
           read fee-totals-report
           if WS-Totals-File-Status equal "00"
                   and fee-totals-record(1:14) equal "TOTAL CHARGED "
               move function numval(fee-totals-record(15:12))
                   to WS-POSTED-TOTAL
               set WS-POSTED-TOTAL-FOUND to true
           end-if
           .

       print-one-statement section.
           move 0 to WS-STMT-FEES
           perform print-statement-heading
           move WS-CUST-FIRST-ACCT (CUST-IDX) to WS-CUR-ACCT
           perform print-one-account until WS-CUR-ACCT = 0
           perform print-statement-footing
           .

       print-statement-heading section.
           move spaces to statement-record
           string "MONTHLY ACCOUNT STATEMENT - " delimited by size
                  WS-STATEMENT-MONTH(5:2) delimited by size
                  "/" delimited by size
                  WS-STATEMENT-MONTH(1:4) delimited by size
               into statement-record
           end-string
           write statement-record
           move all "=" to statement-record
           write statement-record
           move spaces to statement-record
           if WS-CUST-NO (CUST-IDX) = 0
               move "CUSTOMER NUMBER NOT RECORDED" to statement-record
           else
               string "CUSTOMER NUMBER " delimited by size
                      WS-CUST-NO (CUST-IDX) delimited by size
                   into statement-record
               end-string
           end-if
           write statement-record
           move spaces to statement-record
           write statement-record
           move "ACCOUNT       ENDING BALANCE     FEE  DESCRIPTION"
               to statement-record
           write statement-record
           .

       print-one-account section.
           set ACT-IDX to WS-CUR-ACCT
           move spaces to WS-ACCOUNT-LINE
           move WS-ACT-ACCOUNT-NO (ACT-IDX) to WS-ACL-ACCOUNT-NO
           if WS-ACT-BALANCE-SIGN (ACT-IDX) equal "-"
               compute WS-ACL-BALANCE = 0 - WS-ACT-BALANCE (ACT-IDX)
           else
               move WS-ACT-BALANCE (ACT-IDX) to WS-ACL-BALANCE
           end-if
           if WS-ACT-HAS-FEE (ACT-IDX)
               move WS-ACT-FEE-AMOUNT (ACT-IDX) to WS-ACL-FEE-AMOUNT
               perform word-fee-code
               move WS-FEE-WORDING to WS-ACL-WORDING
               add WS-ACT-FEE-AMOUNT (ACT-IDX) to WS-STMT-FEES
           else
               move 0 to WS-ACL-FEE-AMOUNT
               move "no fee posted this month" to WS-ACL-WORDING
           end-if
           write statement-record from WS-ACCOUNT-LINE
           add 1 to WS-ACCOUNTS-STATED
           move WS-ACT-NEXT (ACT-IDX) to WS-CUR-ACCT
           .

       word-fee-code section.
           evaluate WS-ACT-FEE-CODE (ACT-IDX)
               when "OD"
                   move "overdraft fee" to WS-FEE-WORDING
               when "MB"
                   move "service charge - below minimum balance"
                       to WS-FEE-WORDING
               when "ST"
                   move "monthly service charge" to WS-FEE-WORDING
               when "NC"
                   move "no service charge this month"
                       to WS-FEE-WORDING
               when "CP"
                   move "fee capped - monthly limit reached"
                       to WS-FEE-WORDING
               when "WV"
                   evaluate WS-ACT-WAIVER-RULE (ACT-IDX)
                       when "DD"
                           move "fee waived - direct deposit"
                               to WS-FEE-WORDING
                       when "CB"
                           move "fee waived - combined balances"
                               to WS-FEE-WORDING
                       when "AG"
                           move "fee waived - long-standing account"
                               to WS-FEE-WORDING
                       when other
                           move "fee waived" to WS-FEE-WORDING
                   end-evaluate
               when other
                   move "service charge" to WS-FEE-WORDING
           end-evaluate
           .

       print-statement-footing section.
           move spaces to statement-record
           write statement-record
           move spaces to WS-ACCOUNT-LINE
           move WS-STMT-FEES to WS-ACL-FEE-AMOUNT
           move "TOTAL FEES THIS MONTH" to WS-ACL-WORDING
           write statement-record from WS-ACCOUNT-LINE
           move all "-" to statement-record
           write statement-record
           add 1 to WS-STATEMENTS-PRINTED
           add WS-STMT-FEES to WS-TOTAL-STATED-FEES
           .

       write-statement-control section.
           open output statement-control
           move spaces to statement-control-record
           string "Monthly customer statements - control, month "
                      delimited by size
                  WS-STATEMENT-MONTH delimited by size
               into statement-control-record
           end-string
           write statement-control-record
           move all "=" to statement-control-record
           write statement-control-record

           move spaces to WS-CONTROL-LINE
           move "STATEMENTS PRINTED" to WS-CTL-LABEL
           move WS-STATEMENTS-PRINTED to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE
           move "ACCOUNTS STATED" to WS-CTL-LABEL
           move WS-ACCOUNTS-STATED to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE
           move "ACCOUNTS OVER TABLE LIMIT" to WS-CTL-LABEL
           move WS-ACCOUNTS-SKIPPED to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE
           move "FEE POSTINGS READ" to WS-CTL-LABEL
           move WS-POSTINGS-READ to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE
           move "POSTINGS FOR ACCOUNTS NOT ON MASTER" to WS-CTL-LABEL
           move WS-POSTINGS-UNMATCHED to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE
           move "  AMOUNT" to WS-CTL-LABEL
           move WS-UNMATCHED-AMOUNT to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE
           move "FEES ON STATEMENTS" to WS-CTL-LABEL
           move WS-TOTAL-STATED-FEES to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE
           move "TOTAL CHARGED PER FeePostTotals.txt" to WS-CTL-LABEL
           move WS-POSTED-TOTAL to WS-CTL-VALUE
           write statement-control-record from WS-CONTROL-LINE

           move spaces to statement-control-record
           evaluate true
               when not WS-POSTED-TOTAL-FOUND
                   move "NO FEE POSTING TOTALS FOUND - NOT TIED"
                       to statement-control-record
               when WS-POSTED-TOTAL = WS-TOTAL-STATED-FEES
                   move "TIED - STATEMENT FEES AGREE WITH THE FEE RUN"
                       to statement-control-record
               when other
                   move "** NOT TIED - STATEMENT FEES DIFFER FROM THE FEE RUN **"
                       to statement-control-record
           end-evaluate
           write statement-control-record
           close statement-control
           .

       end program BBANK32P.
