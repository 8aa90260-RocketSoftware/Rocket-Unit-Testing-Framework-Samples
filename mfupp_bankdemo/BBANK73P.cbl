      $set sourceformat"variable"
       program-id. BBANK73P.

      *> Daily loan payment posting run. BBANK70P's accept mode books
      *> loans onto LOANMAST.DAT and the amortization schedule onto
      *> LOANSCHD.DAT; this run takes the day's payments off
      *> LOANPAY.DAT (loan number, payment date, amount) and applies
      *> each one to the loan's next due installment, moving
      *> LM-PAYMENTS-APPLIED and LM-AMOUNT-APPLIED on the master.
      *>
      *> A short payment is held as a credit against the installment
      *> it could not cover, and counts toward it when the rest
      *> arrives. Money over the installment due is applied straight
      *> to principal; anything beyond the balance still owed is not
      *> applied and is shown as a refund due. Payments against a
      *> loan not on the master, or one already paid off, are
      *> rejected. Every posting is appended to the payment history
      *> (LOANPAYH.DAT), which also carries each loan's held credit
      *> and principal balance forward from run to run.
      *>
      *> A payment that arrives inside the good-through window of a
      *> payoff figure BBANK75P quoted (LOANPAYOFF.DAT) and covers it,
      *> per diem included, settles the loan at the quoted figure;
      *> every payment against a live quote is listed, matched or
      *> short, on LoanPayoffMatch.txt.
      *>
      *> The posting register (LoanPostRegister.txt) lists every
      *> payment with its disposition, and its applied, unapplied
      *> and rejected totals reconcile back to the payments read.
      *> The run is logged through BatchRunLog, rejected payments as
      *> its exceptions: only a loan master that will not open logs a
      *> failed run. Return code 4 when payments were rejected or
      *> there was no LOANPAY.DAT to post.
       input-output section.
       file-control.
           select loan-payment-file assign to "LOANPAY.DAT"
               organization is line sequential
               file status is WS-Payment-File-Status.

           select loan-master-file assign to "LOANMAST.DAT"
               organization is indexed
               access is random
               record key is LM-LOAN-NO
               file status is WS-Loan-File-Status.

           select loan-schedule-file assign to "LOANSCHD.DAT"
               organization is line sequential
               file status is WS-Sched-File-Status.

           select payment-history-file assign to "LOANPAYH.DAT"
               organization is line sequential
               file status is WS-History-File-Status.

           select posting-register assign to "LoanPostRegister.txt"
               organization is line sequential.

           select payoff-quote-file assign to "LOANPAYOFF.DAT"
               organization is line sequential
               file status is WS-Payoff-File-Status.

           select payoff-match-report assign to "LoanPayoffMatch.txt"
               organization is line sequential.

       data division.
       file section.
       fd  loan-payment-file.
       01  loan-payment-record.
           05 PAY-LOAN-NO           pic x(14).
           05                       pic x.
           05 PAY-DATE              pic 9(8).
           05                       pic x.
           05 PAY-AMOUNT            pic 9(7)v99.

       fd  loan-master-file.
       01  loan-master-record.
           05 LM-LOAN-NO            pic x(14).
           05 LM-CUSTOMER-NO        pic 9(9).
           05 LM-PRINCIPAL          pic 9(7).
           05 LM-RATE               pic 9(3)v99.
           05 LM-TERM               pic 9(3).
           05 LM-PAYMENT            pic s9(7)v99 comp-3.
           05 LM-LOAN-TYPE          pic x.
           05 LM-DATE-BOOKED        pic 9(8).
           05 LM-PAYMENTS-APPLIED   pic 9(3).
           05 LM-AMOUNT-APPLIED     pic 9(9)v99.
      *> variable-rate terms (type V): the BANKRATE.TBL index the
      *> rate floats on, the margin over it, the months between
      *> resets, and the installment the rate last reset after.
           05 LM-RATE-INDEX         pic x(3).
           05 LM-RATE-MARGIN        pic 9(2)v99.
           05 LM-RESET-MONTHS       pic 9(3).
           05 LM-LAST-RESET         pic 9(3).

       fd  loan-schedule-file.
       01  loan-schedule-record.
           05 LS-LOAN-NO            pic x(14).
           05                       pic x.
           05 LS-MONTH              pic 9(3).
           05                       pic x.
           05 LS-PRINCIPAL          pic 9(7)v99.
           05                       pic x.
           05 LS-INTEREST           pic 9(7)v99.
           05                       pic x.
           05 LS-BALANCE            pic 9(7)v99.

      *> one line per payment posted. PH-INSTALLMENT is the
      *> installment the payment completed (zero for a short
      *> payment held as credit); PH-CREDIT-HELD and PH-BALANCE are
      *> the loan's position after the posting.
       fd  payment-history-file.
       01  payment-history-record.
           05 PH-LOAN-NO            pic x(14).
           05                       pic x.
           05 PH-PAY-DATE           pic 9(8).
           05                       pic x.
           05 PH-POST-DATE          pic 9(8).
           05                       pic x.
           05 PH-AMOUNT             pic 9(7)v99.
           05                       pic x.
           05 PH-INSTALLMENT        pic 9(3).
           05                       pic x.
           05 PH-PRINCIPAL          pic 9(7)v99.
           05                       pic x.
           05 PH-INTEREST           pic 9(7)v99.
           05                       pic x.
           05 PH-EXTRA-PRINCIPAL    pic 9(7)v99.
           05                       pic x.
           05 PH-CREDIT-HELD        pic 9(7)v99.
           05                       pic x.
           05 PH-BALANCE            pic 9(7)v99.
           05                       pic x.
           05 PH-DISPOSITION        pic x(8).

       fd  posting-register.
       01  posting-register-record  pic x(100).

       fd  payoff-quote-file.
       01  payoff-quote-record.
           05 POQ-LOAN-NO           pic x(14).
           05                       pic x.
           05 POQ-QUOTED-ON         pic 9(8).
           05                       pic x.
           05 POQ-PAYOFF-DATE       pic 9(8).
           05                       pic x.
           05 POQ-GOOD-THROUGH      pic 9(8).
           05                       pic x.
           05 POQ-PRINCIPAL         pic 9(7)v99.
           05                       pic x.
           05 POQ-INTEREST          pic 9(7)v99.
           05                       pic x.
           05 POQ-FEES              pic 9(5)v99.
           05                       pic x.
           05 POQ-CREDIT-HELD       pic 9(7)v99.
           05                       pic x.
           05 POQ-TOTAL             pic 9(7)v99.
           05                       pic x.
           05 POQ-PER-DIEM          pic 9(5)v9999.

       fd  payoff-match-report.
       01  payoff-match-record      pic x(100).

       working-storage section.
       01 WS-Payment-File-Status   pic xx.
       01 WS-Loan-File-Status      pic xx.
       01 WS-Sched-File-Status     pic xx.
       01 WS-History-File-Status   pic xx.
       01 WS-Payoff-File-Status    pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".
       01 WS-SCHED-EOF-FLAG        pic x value "N".
           88 WS-SCHED-EOF             value "Y".
       01 WS-SCHED-FOUND-FLAG      pic x value "N".
           88 WS-SCHED-FOUND           value "Y".

       01 WS-RUN-DATE              pic 9(8).
       01 WS-NEXT-INSTALLMENT      pic 9(3).
       01 WS-REJECT-REASON         pic x(20).

      *> working figures for the payment being posted.
       01 WS-AVAILABLE             pic 9(9)v99.
       01 WS-DUE                   pic 9(9)v99.
       01 WS-EXCESS                pic 9(9)v99.
       01 WS-EXTRA-PRINCIPAL       pic 9(9)v99.
       01 WS-UNAPPLIED             pic 9(9)v99.
       01 WS-APPLIED               pic 9(9)v99.
       01 WS-SHORTFALL             pic 9(9)v99.
       01 WS-INSTALLMENT-DONE      pic 9(3).
       01 WS-PRINCIPAL-PART        pic 9(7)v99.
       01 WS-INTEREST-PART         pic 9(7)v99.
       01 WS-DISPOSITION           pic x(8).

      *> run totals - the register proves
      *> read = applied + unapplied + rejected.
       01 WS-PAYMENTS-READ         pic 9(9) value 0.
       01 WS-PAYMENTS-POSTED       pic 9(9) value 0.
       01 WS-PAYMENTS-SHORT        pic 9(9) value 0.
       01 WS-PAYMENTS-REJECTED     pic 9(9) value 0.
       01 WS-AMOUNT-READ           pic 9(11)v99 value 0.
       01 WS-AMOUNT-APPLIED        pic 9(11)v99 value 0.
       01 WS-AMOUNT-SHORT          pic 9(11)v99 value 0.
       01 WS-AMOUNT-EXTRA          pic 9(11)v99 value 0.
       01 WS-AMOUNT-UNAPPLIED      pic 9(11)v99 value 0.
       01 WS-AMOUNT-REJECTED       pic 9(11)v99 value 0.
       01 WS-AMOUNT-ACCOUNTED      pic 9(11)v99 value 0.

      *> each loan's carried position, as at its last history line
      *> and updated as this run posts.
       01 WS-LOAN-COUNT            pic 9(5) value 0.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY occurs 5000 times
                   indexed by LN-IDX.
               10 WS-LN-LOAN-NO        pic x(14).
               10 WS-LN-CREDIT-HELD    pic 9(7)v99.
               10 WS-LN-BALANCE        pic 9(7)v99.
       01 WS-LOAN-TABLE-FULL-FLAG  pic x value "N".
           88 WS-LOAN-TABLE-FULL       value "Y".

      *> the latest payoff figure quoted on each loan.
       01 WS-QUOTE-COUNT           pic 9(5) value 0.
       01 WS-QUOTE-TABLE.
           05 WS-QUOTE-ENTRY occurs 2000 times
                   indexed by QTE-IDX.
               10 WS-QTE-LOAN-NO       pic x(14).
               10 WS-QTE-QUOTED-ON     pic 9(8).
               10 WS-QTE-PAYOFF-DATE   pic 9(8).
               10 WS-QTE-GOOD-THROUGH  pic 9(8).
               10 WS-QTE-PRINCIPAL     pic 9(7)v99.
               10 WS-QTE-INTEREST      pic 9(7)v99.
               10 WS-QTE-TOTAL         pic 9(7)v99.
               10 WS-QTE-PER-DIEM      pic 9(5)v9999.
       01 WS-QUOTE-KEY             pic x(14).
       01 WS-QUOTE-FOUND-FLAG      pic x value "N".
           88 WS-QUOTE-FOUND           value "Y".
       01 WS-PAYOFF-SETTLED-FLAG   pic x value "N".
           88 WS-PAYOFF-SETTLED        value "Y".
       01 WS-LATE-DAYS             pic 9(5).
       01 WS-PAYOFF-EXPECTED       pic 9(9)v99.
       01 WS-PAYOFF-DIFFERENCE     pic s9(9)v99.
       01 WS-PAYOFFS-MATCHED       pic 9(7) value 0.

       01 WS-MATCH-LINE.
           05 WS-MTL-LOAN-NO        pic x(14).
           05                       pic x(2).
           05 WS-MTL-QUOTED-ON      pic 9(8).
           05                       pic x(2).
           05 WS-MTL-PAY-DATE       pic 9(8).
           05                       pic x(2).
           05 WS-MTL-EXPECTED       pic z(6)9.99.
           05                       pic x(2).
           05 WS-MTL-RECEIVED       pic z(6)9.99.
           05                       pic x(2).
           05 WS-MTL-DIFFERENCE     pic z(6)9.99-.
           05                       pic x(2).
           05 WS-MTL-RESULT         pic x(16).

      *> rejections by reason.
       01 WS-REASON-COUNT          pic 9(2) value 0.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY occurs 10 times
                   indexed by RSN-IDX.
               10 WS-RSN-REASON        pic x(20).
               10 WS-RSN-TALLY         pic 9(7).
               10 WS-RSN-AMOUNT        pic 9(11)v99.

       01 WS-DETAIL-LINE.
           05 WS-DET-LOAN-NO        pic x(14).
           05                       pic x(2).
           05 WS-DET-PAY-DATE       pic 9(8).
           05                       pic x(2).
           05 WS-DET-AMOUNT         pic z(6)9.99.
           05                       pic x(2).
           05 WS-DET-INSTALLMENT    pic zz9.
           05                       pic x(2).
           05 WS-DET-PRINCIPAL      pic z(6)9.99.
           05                       pic x(2).
           05 WS-DET-INTEREST       pic z(6)9.99.
           05                       pic x(2).
           05 WS-DET-EXTRA          pic z(6)9.99.
           05                       pic x(2).
           05 WS-DET-DISPOSITION    pic x(20).

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL          pic x(32).
           05 WS-TOT-TALLY          pic z(8)9.
           05                       pic x(2).
           05 WS-TOT-AMOUNT         pic z(10)9.99.

       01 WS-EDIT-AMOUNT           pic z(6)9.99.

      *> central run-log identity (see batchrunlog).
       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK73P".
       01 WS-RUNLOG-RUN-ID         pic x(14).
       01 WS-RUNLOG-RC             pic 9(4).

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           open input loan-payment-file
           if WS-Payment-File-Status not equal "00"
               display "BBANK73P: no LOANPAY.DAT to post"
               move 0 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 4
           end-if
           open i-o loan-master-file
           if WS-Loan-File-Status not equal "00"
               display "BBANK73P: LOANMAST.DAT unavailable - "
                       "nothing posted"
               close loan-payment-file
               move 8 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 8
           end-if

           perform load-loan-positions
           perform load-payoff-quotes
           open output payoff-match-report
           perform write-match-heading

           open extend payment-history-file
           if WS-History-File-Status not equal "00"
               open output payment-history-file
           end-if
           open output posting-register
           perform write-register-heading

           perform post-one-payment until WS-EOF

           close loan-payment-file
           close loan-master-file
           close payment-history-file

           perform write-register-totals
           close posting-register
           close payoff-match-report

           move 0 to WS-RUNLOG-RC
           perform close-run-log
           if WS-PAYMENTS-REJECTED > 0
               goback returning 4
           end-if
           goback returning 0.

       close-run-log section.
           call "BatchRunLogEnd" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
               by reference WS-PAYMENTS-READ
               by reference WS-PAYMENTS-POSTED
               by reference WS-PAYMENTS-REJECTED
               by reference WS-RUNLOG-RC
           end-call
           .

      *> the history is read end to end; the last line for a loan
      *> holds its current credit and balance.
       load-loan-positions section.
           open input payment-history-file
           if WS-History-File-Status not equal "00"
               exit section
           end-if
           perform load-one-position until WS-EOF
           close payment-history-file
           move "N" to WS-EOF-FLAG
           .

       load-one-position section.
           read payment-history-file
               at end
                   set WS-EOF to true
               not at end
                   perform find-loan-entry
                   if not WS-LOAN-TABLE-FULL
                       move PH-CREDIT-HELD
                           to WS-LN-CREDIT-HELD (LN-IDX)
                       move PH-BALANCE to WS-LN-BALANCE (LN-IDX)
                   end-if
           end-read
           .

      *> PH-LOAN-NO carries the key being looked up; a loan new to
      *> the table starts with no credit and its full principal.
       find-loan-entry section.
           move "N" to WS-LOAN-TABLE-FULL-FLAG
           set LN-IDX to 1
           if WS-LOAN-COUNT > 0
               search WS-LOAN-ENTRY
                   at end
                       perform add-loan-entry
                   when WS-LN-LOAN-NO (LN-IDX) equal PH-LOAN-NO
                       continue
               end-search
           else
               perform add-loan-entry
           end-if
           .

       add-loan-entry section.
           if WS-LOAN-COUNT >= 5000
               set WS-LOAN-TABLE-FULL to true
               exit section
           end-if
           add 1 to WS-LOAN-COUNT
           set LN-IDX to WS-LOAN-COUNT
           move PH-LOAN-NO to WS-LN-LOAN-NO (LN-IDX)
           move 0 to WS-LN-CREDIT-HELD (LN-IDX)
           move 0 to WS-LN-BALANCE (LN-IDX)
           .

      *> a later quote on the same loan replaces an earlier one.
       load-payoff-quotes section.
           open input payoff-quote-file
           if WS-Payoff-File-Status not equal "00"
               exit section
           end-if
           perform load-one-payoff-quote until WS-EOF
           close payoff-quote-file
           move "N" to WS-EOF-FLAG
           .

       load-one-payoff-quote section.
           read payoff-quote-file
               at end
                   set WS-EOF to true
               not at end
                   move POQ-LOAN-NO to WS-QUOTE-KEY
                   perform find-payoff-quote
                   if not WS-QUOTE-FOUND and WS-QUOTE-COUNT < 2000
                       add 1 to WS-QUOTE-COUNT
                       set QTE-IDX to WS-QUOTE-COUNT
                       set WS-QUOTE-FOUND to true
                   end-if
                   if WS-QUOTE-FOUND
                       move POQ-LOAN-NO to WS-QTE-LOAN-NO (QTE-IDX)
                       move POQ-QUOTED-ON to WS-QTE-QUOTED-ON (QTE-IDX)
                       move POQ-PAYOFF-DATE
                           to WS-QTE-PAYOFF-DATE (QTE-IDX)
                       move POQ-GOOD-THROUGH
                           to WS-QTE-GOOD-THROUGH (QTE-IDX)
                       move POQ-PRINCIPAL to WS-QTE-PRINCIPAL (QTE-IDX)
                       move POQ-INTEREST to WS-QTE-INTEREST (QTE-IDX)
                       move POQ-TOTAL to WS-QTE-TOTAL (QTE-IDX)
                       move POQ-PER-DIEM to WS-QTE-PER-DIEM (QTE-IDX)
                   end-if
           end-read
           .

      *> WS-QUOTE-KEY carries the loan being looked up.
       find-payoff-quote section.
           move "N" to WS-QUOTE-FOUND-FLAG
           set QTE-IDX to 1
           if WS-QUOTE-COUNT > 0
               search WS-QUOTE-ENTRY
                   at end
                       continue
                   when QTE-IDX > WS-QUOTE-COUNT
                       continue
                   when WS-QTE-LOAN-NO (QTE-IDX) equal WS-QUOTE-KEY
                       set WS-QUOTE-FOUND to true
               end-search
           end-if
           .

       post-one-payment section.
           read loan-payment-file
               at end
                   set WS-EOF to true
               not at end
                   add 1 to WS-PAYMENTS-READ
                   if PAY-AMOUNT is numeric
                       add PAY-AMOUNT to WS-AMOUNT-READ
                   end-if
                   perform validate-payment
                   if WS-REJECT-REASON equal spaces
                       perform apply-payment
                   end-if
                   if WS-REJECT-REASON not equal spaces
                       perform reject-payment
                   end-if
           end-read
           .

       validate-payment section.
           move spaces to WS-REJECT-REASON
           if PAY-AMOUNT not numeric or PAY-AMOUNT = 0
               move "INVALID AMOUNT" to WS-REJECT-REASON
               exit section
           end-if
           if PAY-DATE not numeric
               move "INVALID DATE" to WS-REJECT-REASON
               exit section
           end-if
           if function test-date-yyyymmdd(PAY-DATE) not = 0
               move "INVALID DATE" to WS-REJECT-REASON
               exit section
           end-if

           move PAY-LOAN-NO to LM-LOAN-NO
           read loan-master-file
               invalid key
                   move "UNKNOWN LOAN" to WS-REJECT-REASON
                   exit section
           end-read

           move PAY-LOAN-NO to PH-LOAN-NO
           perform find-loan-entry
           if WS-LOAN-TABLE-FULL
               move "POSITION TABLE FULL" to WS-REJECT-REASON
               exit section
           end-if
           if WS-LN-CREDIT-HELD (LN-IDX) = 0
                   and WS-LN-BALANCE (LN-IDX) = 0
                   and LM-PAYMENTS-APPLIED = 0
               move LM-PRINCIPAL to WS-LN-BALANCE (LN-IDX)
           end-if

           if LM-PAYMENTS-APPLIED >= LM-TERM
                   or WS-LN-BALANCE (LN-IDX) = 0
               move "LOAN PAID OFF" to WS-REJECT-REASON
               exit section
           end-if

           compute WS-NEXT-INSTALLMENT = LM-PAYMENTS-APPLIED + 1
           perform find-schedule-entry
           if not WS-SCHED-FOUND
               move "NO SCHEDULE ENTRY" to WS-REJECT-REASON
           end-if
           .

      *> the schedule is line sequential, so the loan's next
      *> installment is found by reading it through.
       find-schedule-entry section.
           move "N" to WS-SCHED-FOUND-FLAG
           move "N" to WS-SCHED-EOF-FLAG
           open input loan-schedule-file
           if WS-Sched-File-Status not equal "00"
               exit section
           end-if
           perform read-one-schedule-entry
               until WS-SCHED-EOF or WS-SCHED-FOUND
           close loan-schedule-file
           .

       read-one-schedule-entry section.
           read loan-schedule-file
               at end
                   set WS-SCHED-EOF to true
               not at end
                   if LS-LOAN-NO equal PAY-LOAN-NO
                           and LS-MONTH equal WS-NEXT-INSTALLMENT
                       set WS-SCHED-FOUND to true
                   end-if
           end-read
           .

      *> the credit held from earlier short payments counts toward
      *> the installment due. A payment that still falls short is
      *> held; one that covers it completes the installment, and
      *> the excess goes to principal up to the balance owed.
       apply-payment section.
           compute WS-AVAILABLE =
               PAY-AMOUNT + WS-LN-CREDIT-HELD (LN-IDX)
           compute WS-DUE = LS-PRINCIPAL + LS-INTEREST
           move 0 to WS-EXTRA-PRINCIPAL
           move 0 to WS-UNAPPLIED
           move 0 to WS-PRINCIPAL-PART
           move 0 to WS-INTEREST-PART
           move 0 to WS-INSTALLMENT-DONE

           perform check-payoff-quote
           if WS-PAYOFF-SETTLED
               perform settle-payoff
           else
               perform apply-to-installment
           end-if

           compute WS-APPLIED = PAY-AMOUNT - WS-UNAPPLIED
           add WS-APPLIED to LM-AMOUNT-APPLIED
           rewrite loan-master-record
               invalid key
                   move "MASTER NOT UPDATED" to WS-REJECT-REASON
                   exit section
           end-rewrite

           add 1 to WS-PAYMENTS-POSTED
           add WS-APPLIED to WS-AMOUNT-APPLIED
           add WS-EXTRA-PRINCIPAL to WS-AMOUNT-EXTRA
           add WS-UNAPPLIED to WS-AMOUNT-UNAPPLIED
           perform write-history-line
           perform write-posted-line
           .

      *> a payment inside a quote's window, on a loan with nothing
      *> posted since the quote, is weighed against the quoted
      *> figure plus the per diem for each day past the payoff date.
       check-payoff-quote section.
           move "N" to WS-PAYOFF-SETTLED-FLAG
           move PAY-LOAN-NO to WS-QUOTE-KEY
           perform find-payoff-quote
           if not WS-QUOTE-FOUND
               exit section
           end-if
           if PAY-DATE < WS-QTE-QUOTED-ON (QTE-IDX)
                   or PAY-DATE > WS-QTE-GOOD-THROUGH (QTE-IDX)
                   or WS-QTE-PRINCIPAL (QTE-IDX)
                       not = WS-LN-BALANCE (LN-IDX)
               exit section
           end-if

           move 0 to WS-LATE-DAYS
           if PAY-DATE > WS-QTE-PAYOFF-DATE (QTE-IDX)
               compute WS-LATE-DAYS =
                   function integer-of-date(PAY-DATE)
                 - function integer-of-date(WS-QTE-PAYOFF-DATE (QTE-IDX))
           end-if
           compute WS-PAYOFF-EXPECTED rounded =
               WS-QTE-TOTAL (QTE-IDX)
                   + WS-QTE-PER-DIEM (QTE-IDX) * WS-LATE-DAYS
           compute WS-PAYOFF-DIFFERENCE =
               PAY-AMOUNT - WS-PAYOFF-EXPECTED

           move spaces to WS-MATCH-LINE
           move PAY-LOAN-NO to WS-MTL-LOAN-NO
           move WS-QTE-QUOTED-ON (QTE-IDX) to WS-MTL-QUOTED-ON
           move PAY-DATE to WS-MTL-PAY-DATE
           move WS-PAYOFF-EXPECTED to WS-MTL-EXPECTED
           move PAY-AMOUNT to WS-MTL-RECEIVED
           move WS-PAYOFF-DIFFERENCE to WS-MTL-DIFFERENCE
           if WS-PAYOFF-DIFFERENCE < 0
               move "SHORT OF PAYOFF" to WS-MTL-RESULT
           else
               move "MATCHED - SETTLED" to WS-MTL-RESULT
               set WS-PAYOFF-SETTLED to true
               add 1 to WS-PAYOFFS-MATCHED
           end-if
           write payoff-match-record from WS-MATCH-LINE
           .

      *> the quoted principal, interest to the day the money came and
      *> the fee are taken; anything over is a refund.
       settle-payoff section.
           move WS-LN-BALANCE (LN-IDX) to WS-PRINCIPAL-PART
           compute WS-INTEREST-PART rounded =
               WS-QTE-INTEREST (QTE-IDX)
                   + WS-QTE-PER-DIEM (QTE-IDX) * WS-LATE-DAYS
           move WS-PAYOFF-DIFFERENCE to WS-UNAPPLIED
           move 0 to WS-LN-CREDIT-HELD (LN-IDX)
           move 0 to WS-LN-BALANCE (LN-IDX)
           move LM-TERM to LM-PAYMENTS-APPLIED
           move LM-TERM to WS-INSTALLMENT-DONE
           move "PAYOFF" to WS-DISPOSITION
           .

       apply-to-installment section.
           if WS-AVAILABLE < WS-DUE
               move WS-AVAILABLE to WS-LN-CREDIT-HELD (LN-IDX)
               compute WS-SHORTFALL = WS-DUE - WS-AVAILABLE
               move "SHORT" to WS-DISPOSITION
               add 1 to WS-PAYMENTS-SHORT
               add PAY-AMOUNT to WS-AMOUNT-SHORT
           else
               move 0 to WS-LN-CREDIT-HELD (LN-IDX)
               move WS-NEXT-INSTALLMENT to WS-INSTALLMENT-DONE
               move WS-NEXT-INSTALLMENT to LM-PAYMENTS-APPLIED
               move LS-PRINCIPAL to WS-PRINCIPAL-PART
               move LS-INTEREST to WS-INTEREST-PART
               if LS-PRINCIPAL >= WS-LN-BALANCE (LN-IDX)
                       or LM-PAYMENTS-APPLIED >= LM-TERM
                   move 0 to WS-LN-BALANCE (LN-IDX)
               else
                   subtract LS-PRINCIPAL from WS-LN-BALANCE (LN-IDX)
               end-if
               compute WS-EXCESS = WS-AVAILABLE - WS-DUE
               move "POSTED" to WS-DISPOSITION
               if WS-EXCESS > 0
                   perform apply-excess-to-principal
               end-if
      *> a loan cleared ahead of schedule is closed out by taking
      *> its payment count to the full term.
               if WS-LN-BALANCE (LN-IDX) = 0
                   move LM-TERM to LM-PAYMENTS-APPLIED
                   move "PAID OFF" to WS-DISPOSITION
               end-if
           end-if
           .

       apply-excess-to-principal section.
           if WS-EXCESS > WS-LN-BALANCE (LN-IDX)
               move WS-LN-BALANCE (LN-IDX) to WS-EXTRA-PRINCIPAL
               compute WS-UNAPPLIED = WS-EXCESS - WS-EXTRA-PRINCIPAL
           else
               move WS-EXCESS to WS-EXTRA-PRINCIPAL
           end-if
           subtract WS-EXTRA-PRINCIPAL from WS-LN-BALANCE (LN-IDX)
           if WS-EXTRA-PRINCIPAL > 0
               move "OVERPAID" to WS-DISPOSITION
           end-if
           .

       write-history-line section.
           move spaces to payment-history-record
           move PAY-LOAN-NO to PH-LOAN-NO
           move PAY-DATE to PH-PAY-DATE
           move WS-RUN-DATE to PH-POST-DATE
           move WS-APPLIED to PH-AMOUNT
           move WS-INSTALLMENT-DONE to PH-INSTALLMENT
           compute PH-PRINCIPAL =
               WS-PRINCIPAL-PART + WS-EXTRA-PRINCIPAL
           move WS-INTEREST-PART to PH-INTEREST
           move WS-EXTRA-PRINCIPAL to PH-EXTRA-PRINCIPAL
           move WS-LN-CREDIT-HELD (LN-IDX) to PH-CREDIT-HELD
           move WS-LN-BALANCE (LN-IDX) to PH-BALANCE
           move WS-DISPOSITION to PH-DISPOSITION
           write payment-history-record
           .

       reject-payment section.
           add 1 to WS-PAYMENTS-REJECTED
           if PAY-AMOUNT is numeric
               add PAY-AMOUNT to WS-AMOUNT-REJECTED
           end-if
           perform find-reason-entry
           add 1 to WS-RSN-TALLY (RSN-IDX)
           if PAY-AMOUNT is numeric
               add PAY-AMOUNT to WS-RSN-AMOUNT (RSN-IDX)
           end-if

           move spaces to WS-DETAIL-LINE
           move PAY-LOAN-NO to WS-DET-LOAN-NO
           if PAY-DATE is numeric
               move PAY-DATE to WS-DET-PAY-DATE
           end-if
           if PAY-AMOUNT is numeric
               move PAY-AMOUNT to WS-DET-AMOUNT
           end-if
           move 0 to WS-DET-INSTALLMENT
           move 0 to WS-DET-PRINCIPAL
           move 0 to WS-DET-INTEREST
           move 0 to WS-DET-EXTRA
           move WS-REJECT-REASON to WS-DET-DISPOSITION
           write posting-register-record from WS-DETAIL-LINE
           .

       find-reason-entry section.
           set RSN-IDX to 1
           if WS-REASON-COUNT > 0
               search WS-REASON-ENTRY
                   at end
                       perform add-reason-entry
                   when WS-RSN-REASON (RSN-IDX)
                           equal WS-REJECT-REASON
                       continue
               end-search
           else
               perform add-reason-entry
           end-if
           .

       add-reason-entry section.
           add 1 to WS-REASON-COUNT
           set RSN-IDX to WS-REASON-COUNT
           move WS-REJECT-REASON to WS-RSN-REASON (RSN-IDX)
           move 0 to WS-RSN-TALLY (RSN-IDX)
           move 0 to WS-RSN-AMOUNT (RSN-IDX)
           .

       write-posted-line section.
           move spaces to WS-DETAIL-LINE
           move PAY-LOAN-NO to WS-DET-LOAN-NO
           move PAY-DATE to WS-DET-PAY-DATE
           move PAY-AMOUNT to WS-DET-AMOUNT
           move WS-INSTALLMENT-DONE to WS-DET-INSTALLMENT
           move WS-PRINCIPAL-PART to WS-DET-PRINCIPAL
           move WS-INTEREST-PART to WS-DET-INTEREST
           move WS-EXTRA-PRINCIPAL to WS-DET-EXTRA
           evaluate WS-DISPOSITION
               when "SHORT"
                   move WS-SHORTFALL to WS-EDIT-AMOUNT
                   string "SHORT BY " delimited by size
                          WS-EDIT-AMOUNT delimited by size
                       into WS-DET-DISPOSITION
                   end-string
               when other
                   if WS-UNAPPLIED > 0
                       move WS-UNAPPLIED to WS-EDIT-AMOUNT
                       string "REFUND " delimited by size
                              WS-EDIT-AMOUNT delimited by size
                           into WS-DET-DISPOSITION
                       end-string
                   else
                       move WS-DISPOSITION to WS-DET-DISPOSITION
                   end-if
           end-evaluate
           write posting-register-record from WS-DETAIL-LINE
           .

       write-match-heading section.
           move spaces to payoff-match-record
           string "Payoff money matched to quoted figures - posted "
                      delimited by size
                  WS-RUN-DATE delimited by size
               into payoff-match-record
           end-string
           write payoff-match-record
           move all "=" to payoff-match-record
           write payoff-match-record
           move spaces to payoff-match-record
           string "LOAN NO         QUOTED ON PAY DATE      EXPECTED"
                      delimited by size
                  "      RECEIVED    DIFFERENCE  RESULT" delimited by size
               into payoff-match-record
           end-string
           write payoff-match-record
           .

       write-register-heading section.
           move spaces to posting-register-record
           string "Loan payment posting register - posted "
                      delimited by size
                  WS-RUN-DATE delimited by size
               into posting-register-record
           end-string
           write posting-register-record
           move all "=" to posting-register-record
           write posting-register-record
           move spaces to posting-register-record
           string "LOAN NO         PAY DATE        AMOUNT  INS"
                      delimited by size
                  "   PRINCIPAL     INTEREST   EXTRA PRIN  "
                      delimited by size
                  "DISPOSITION" delimited by size
               into posting-register-record
           end-string
           write posting-register-record
           .

       write-register-totals section.
           move spaces to posting-register-record
           write posting-register-record
           move "PAYMENTS READ" to WS-TOT-LABEL
           move WS-PAYMENTS-READ to WS-TOT-TALLY
           move WS-AMOUNT-READ to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           move "PAYMENTS APPLIED" to WS-TOT-LABEL
           move WS-PAYMENTS-POSTED to WS-TOT-TALLY
           move WS-AMOUNT-APPLIED to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           move "  OF WHICH HELD AS SHORT CREDIT" to WS-TOT-LABEL
           move WS-PAYMENTS-SHORT to WS-TOT-TALLY
           move WS-AMOUNT-SHORT to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           move "  OF WHICH EXTRA TO PRINCIPAL" to WS-TOT-LABEL
           move 0 to WS-TOT-TALLY
           move WS-AMOUNT-EXTRA to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           move "  OF WHICH PAYOFFS SETTLED" to WS-TOT-LABEL
           move WS-PAYOFFS-MATCHED to WS-TOT-TALLY
           move 0 to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           move "UNAPPLIED - REFUND DUE" to WS-TOT-LABEL
           move 0 to WS-TOT-TALLY
           move WS-AMOUNT-UNAPPLIED to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           move "PAYMENTS REJECTED" to WS-TOT-LABEL
           move WS-PAYMENTS-REJECTED to WS-TOT-TALLY
           move WS-AMOUNT-REJECTED to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           perform write-one-reason-line
               varying RSN-IDX from 1 by 1
               until RSN-IDX > WS-REASON-COUNT

           move spaces to posting-register-record
           write posting-register-record
           compute WS-AMOUNT-ACCOUNTED =
               WS-AMOUNT-APPLIED + WS-AMOUNT-UNAPPLIED
                   + WS-AMOUNT-REJECTED
           if WS-AMOUNT-ACCOUNTED = WS-AMOUNT-READ
                   and WS-PAYMENTS-POSTED + WS-PAYMENTS-REJECTED
                       = WS-PAYMENTS-READ
               move "RECONCILED - APPLIED + UNAPPLIED + REJECTED = READ"
                   to posting-register-record
           else
               move "OUT OF BALANCE - APPLIED + UNAPPLIED + REJECTED"
                   to posting-register-record
           end-if
           write posting-register-record
           .

       write-one-reason-line section.
           move spaces to WS-TOTAL-LINE
           string "  " delimited by size
                  WS-RSN-REASON (RSN-IDX) delimited by size
               into WS-TOT-LABEL
           end-string
           move WS-RSN-TALLY (RSN-IDX) to WS-TOT-TALLY
           move WS-RSN-AMOUNT (RSN-IDX) to WS-TOT-AMOUNT
           write posting-register-record from WS-TOTAL-LINE
           .

       end program BBANK73P.
