      $set sourceformat"variable"
       program-id. BBANK77P.

      *> Month-end loan portfolio summary. Lending management used to
      *> build its month-end figures by hand from BBANK72P's daily
      *> new-loans reports; this run takes them off the whole of
      *> LOANMAST.DAT instead. Every open loan is carried at its
      *> outstanding principal - the balance on its last payment
      *> history line (LOANPAYH.DAT), or the booked principal if it
      *> has never been paid - and LoanPortfolio.txt shows:
      *>   - loan count and outstanding principal by loan type and by
      *>     rate band, with the portfolio total;
      *>   - the principal-weighted average rate and remaining term;
      *>   - a maturity ladder: the scheduled principal (LOANSCHD.DAT)
      *>     still to run off, by coming quarter from the processing
      *>     date, with what is already past due shown first. A loan
      *>     that has prepaid runs off no more than its balance.
      *>
      *> Each figure is set beside the prior month-end's, taken from
      *> the snapshot each run leaves on LOANPORTH.DAT, so growth and
      *> run-off show as the change between the two.
       input-output section.
       file-control.
           select loan-master-file assign to "LOANMAST.DAT"
               organization is indexed
               access is dynamic
               record key is LM-LOAN-NO
               file status is WS-Loan-File-Status.

           select payment-history-file assign to "LOANPAYH.DAT"
               organization is line sequential
               file status is WS-History-File-Status.

           select loan-schedule-file assign to "LOANSCHD.DAT"
               organization is line sequential
               file status is WS-Sched-File-Status.

           select portfolio-snapshot-file assign to "LOANPORTH.DAT"
               organization is line sequential
               file status is WS-Snapshot-File-Status.

           select portfolio-report assign to "LoanPortfolio.txt"
               organization is line sequential.

       data division.
       file section.
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

      *> one line per figure per month-end.
       fd  portfolio-snapshot-file.
       01  portfolio-snapshot-record.
           05 PSN-PERIOD            pic 9(6).
           05                       pic x.
           05 PSN-KEY               pic x(10).
           05                       pic x.
           05 PSN-COUNT             pic 9(7).
           05                       pic x.
           05 PSN-AMOUNT            pic 9(11)v99.

       fd  portfolio-report.
       01  portfolio-report-record  pic x(100).

       working-storage section.
       01 WS-Loan-File-Status      pic xx.
       01 WS-History-File-Status   pic xx.
       01 WS-Sched-File-Status     pic xx.
       01 WS-Snapshot-File-Status  pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".
       01 WS-LOAN-FOUND-FLAG       pic x value "N".
           88 WS-LOAN-FOUND            value "Y".

       01 WS-RUN-DATE              pic 9(8).
       01 WS-RUN-PARTS redefines WS-RUN-DATE.
           05 WS-RUN-YEAR           pic 9(4).
           05 WS-RUN-MONTH          pic 99.
           05 WS-RUN-DAY            pic 99.
       01 WS-PERIOD                pic 9(6).
       01 WS-PRIOR-PERIOD          pic 9(6) value 0.

      *> the open loans and what each still owes.
       01 WS-LOAN-COUNT            pic 9(5) value 0.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY occurs 5000 times
                   indexed by LN-IDX.
               10 WS-LN-LOAN-NO        pic x(14).
               10 WS-LN-LOAN-TYPE      pic x.
               10 WS-LN-RATE           pic 9(3)v99.
               10 WS-LN-TERM           pic 9(3).
               10 WS-LN-PAID-THROUGH   pic 9(3).
               10 WS-LN-DATE-BOOKED    pic 9(8).
               10 WS-LN-BALANCE        pic 9(7)v99.
               10 WS-LN-LADDERED       pic 9(7)v99.
               10 WS-LN-SCHEDULED-SW   pic x.
                   88 WS-LN-SCHEDULED      value "Y".
       01 WS-SEEK-LOAN-NO          pic x(14).
       01 WS-LOANS-READ            pic 9(7) value 0.
       01 WS-LOANS-CLOSED          pic 9(7) value 0.
       01 WS-LOANS-SKIPPED         pic 9(7) value 0.
       01 WS-LOANS-UNSCHEDULED     pic 9(7) value 0.

      *> due-date arithmetic: installment n is due n months after
      *> booking, on the booking day clamped to the month's end.
       01 WS-DUE-DATE              pic 9(8).
       01 WS-DUE-DATE-PARTS redefines WS-DUE-DATE.
           05 WS-DUE-YEAR           pic 9(4).
           05 WS-DUE-MONTH          pic 99.
           05 WS-DUE-DAY            pic 99.
       01 WS-MONTHS-OUT            pic 9(5).
       01 WS-MONTHS-AHEAD          pic s9(5).
       01 WS-RUN-OFF               pic 9(7)v99.

      *> the figures, in report order. Each has its snapshot key and
      *> report label; entries 1-5 loan types, 6-10 rate bands,
      *> 11 the total, 12-13 the weighted averages, 14-23 the ladder.
       01 WS-FIGURE-NAMES.
           05 pic x(40) value "TYPE-S    STANDARD AMORTIZING".
           05 pic x(40) value "TYPE-B    BALLOON".
           05 pic x(40) value "TYPE-I    INTEREST ONLY".
           05 pic x(40) value "TYPE-V    VARIABLE RATE".
           05 pic x(40) value "TYPE-O    OTHER".
           05 pic x(40) value "BAND-1    UNDER 5.00%".
           05 pic x(40) value "BAND-2    5.00% - 7.99%".
           05 pic x(40) value "BAND-3    8.00% - 9.99%".
           05 pic x(40) value "BAND-4    10.00% - 14.99%".
           05 pic x(40) value "BAND-5    15.00% AND OVER".
           05 pic x(40) value "TOTAL     ALL OPEN LOANS".
           05 pic x(40) value "WAVG-RATE WEIGHTED AVERAGE RATE %".
           05 pic x(40) value "WAVG-TERM WEIGHTED REMAINING TERM (MOS)".
           05 pic x(40) value "LADDER-00 PAST DUE".
           05 pic x(40) value "LADDER-01 QUARTER 1".
           05 pic x(40) value "LADDER-02 QUARTER 2".
           05 pic x(40) value "LADDER-03 QUARTER 3".
           05 pic x(40) value "LADDER-04 QUARTER 4".
           05 pic x(40) value "LADDER-05 QUARTER 5".
           05 pic x(40) value "LADDER-06 QUARTER 6".
           05 pic x(40) value "LADDER-07 QUARTER 7".
           05 pic x(40) value "LADDER-08 QUARTER 8".
           05 pic x(40) value "LADDER-09 AFTER 2 YEARS".
       01 WS-FIGURE-NAME-TABLE redefines WS-FIGURE-NAMES.
           05 WS-FIGURE-NAME occurs 23 times.
               10 WS-FIG-KEY           pic x(10).
               10 WS-FIG-LABEL         pic x(30).
       01 WS-FIGURE-TABLE.
           05 WS-FIGURE-ENTRY occurs 23 times
                   indexed by FIG-IDX.
               10 WS-FIG-COUNT         pic 9(7).
               10 WS-FIG-AMOUNT        pic 9(11)v99.
               10 WS-FIG-PRIOR-COUNT   pic 9(7).
               10 WS-FIG-PRIOR-AMOUNT  pic 9(11)v99.
       78 FIG-TOTAL                    value 11.
       78 FIG-WAVG-RATE                value 12.
       78 FIG-WAVG-TERM                value 13.
       78 FIG-LADDER-BASE              value 14.
       01 WS-FIG-NO                pic 9(2).
       01 WS-LADDER-NO             pic 9(2).

      *> principal-weighted sums for the averages.
       01 WS-RATE-WEIGHT           pic 9(14)v9(4) value 0.
       01 WS-TERM-WEIGHT           pic 9(14)v99 value 0.

       01 WS-FIGURE-LINE.
           05 WS-FGL-LABEL          pic x(32).
           05 WS-FGL-COUNT          pic z(6)9.
           05                       pic x(2).
           05 WS-FGL-AMOUNT         pic z(10)9.99.
           05                       pic x(2).
           05 WS-FGL-PRIOR-COUNT    pic z(6)9.
           05                       pic x(2).
           05 WS-FGL-PRIOR-AMOUNT   pic z(10)9.99.
           05                       pic x(2).
           05 WS-FGL-CHANGE         pic z(10)9.99-.

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL          pic x(32).
           05 WS-CNT-VALUE          pic z(6)9.

      *> central run-log identity (see batchrunlog).
       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK77P".
       01 WS-RUNLOG-RUN-ID         pic x(14).
       01 WS-RUNLOG-RC             pic 9(4).
       01 WS-RUNLOG-EXCEPTIONS     pic 9(9) value 0.
       01 WS-RUNLOG-READ           pic 9(9) value 0.
       01 WS-RUNLOG-WRITTEN        pic 9(9) value 0.

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           move WS-RUN-DATE(1:6) to WS-PERIOD
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           open input loan-master-file
           if WS-Loan-File-Status not equal "00"
               display "BBANK77P: LOANMAST.DAT unavailable - "
                       "no portfolio summary"
               move 8 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 8
           end-if
           perform load-one-loan until WS-EOF
           close loan-master-file

           perform load-loan-balances
           perform clear-one-figure
               varying FIG-IDX from 1 by 1
               until FIG-IDX > 23
           perform total-one-loan
               varying LN-IDX from 1 by 1
               until LN-IDX > WS-LOAN-COUNT
           perform compute-averages
           perform scan-loan-schedule
           perform count-one-unscheduled
               varying LN-IDX from 1 by 1
               until LN-IDX > WS-LOAN-COUNT
           perform load-prior-month-end

           perform write-portfolio-report
           perform write-snapshot

           move WS-LOANS-READ to WS-RUNLOG-READ
           move 23 to WS-RUNLOG-WRITTEN
           compute WS-RUNLOG-EXCEPTIONS =
               WS-LOANS-SKIPPED + WS-LOANS-UNSCHEDULED
           if WS-RUNLOG-EXCEPTIONS > 0
               move 4 to WS-RUNLOG-RC
           else
               move 0 to WS-RUNLOG-RC
           end-if
           perform close-run-log
           goback returning WS-RUNLOG-RC.

       close-run-log section.
           call "BatchRunLogEnd" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
               by reference WS-RUNLOG-READ
               by reference WS-RUNLOG-WRITTEN
               by reference WS-RUNLOG-EXCEPTIONS
               by reference WS-RUNLOG-RC
           end-call
           .

      *> a loan with every installment paid is closed and not held.
       load-one-loan section.
           read loan-master-file next
               at end
                   set WS-EOF to true
               not at end
                   add 1 to WS-LOANS-READ
                   evaluate true
                       when LM-PAYMENTS-APPLIED >= LM-TERM
                           add 1 to WS-LOANS-CLOSED
                       when WS-LOAN-COUNT >= 5000
                           add 1 to WS-LOANS-SKIPPED
                       when other
                           perform add-loan-entry
                   end-evaluate
           end-read
           .

       add-loan-entry section.
           add 1 to WS-LOAN-COUNT
           set LN-IDX to WS-LOAN-COUNT
           move LM-LOAN-NO to WS-LN-LOAN-NO (LN-IDX)
           move LM-LOAN-TYPE to WS-LN-LOAN-TYPE (LN-IDX)
           move LM-RATE to WS-LN-RATE (LN-IDX)
           move LM-TERM to WS-LN-TERM (LN-IDX)
           move LM-PAYMENTS-APPLIED to WS-LN-PAID-THROUGH (LN-IDX)
           move LM-DATE-BOOKED to WS-LN-DATE-BOOKED (LN-IDX)
           move LM-PRINCIPAL to WS-LN-BALANCE (LN-IDX)
           move 0 to WS-LN-LADDERED (LN-IDX)
           move "N" to WS-LN-SCHEDULED-SW (LN-IDX)
           .

      *> the last history line for a loan carries its balance.
       load-loan-balances section.
           move "N" to WS-EOF-FLAG
           open input payment-history-file
           if WS-History-File-Status not equal "00"
               exit section
           end-if
           perform take-one-history-line until WS-EOF
           close payment-history-file
           .

       take-one-history-line section.
           read payment-history-file
               at end
                   set WS-EOF to true
               not at end
                   move PH-LOAN-NO to WS-SEEK-LOAN-NO
                   perform find-loan-entry
                   if WS-LOAN-FOUND
                       move PH-BALANCE to WS-LN-BALANCE (LN-IDX)
                   end-if
           end-read
           .

       find-loan-entry section.
           move "N" to WS-LOAN-FOUND-FLAG
           set LN-IDX to 1
           if WS-LOAN-COUNT > 0
               search WS-LOAN-ENTRY
                   at end
                       continue
                   when LN-IDX > WS-LOAN-COUNT
                       continue
                   when WS-LN-LOAN-NO (LN-IDX) equal WS-SEEK-LOAN-NO
                       set WS-LOAN-FOUND to true
               end-search
           end-if
           .

       clear-one-figure section.
           move 0 to WS-FIG-COUNT (FIG-IDX)
           move 0 to WS-FIG-AMOUNT (FIG-IDX)
           move 0 to WS-FIG-PRIOR-COUNT (FIG-IDX)
           move 0 to WS-FIG-PRIOR-AMOUNT (FIG-IDX)
           .

      *> a loan paid down to nothing ahead of its term is not part
      *> of the book, whatever its installment count says.
       total-one-loan section.
           if WS-LN-BALANCE (LN-IDX) = 0
               add 1 to WS-LOANS-CLOSED
               exit section
           end-if
           evaluate WS-LN-LOAN-TYPE (LN-IDX)
               when space
               when "A"
                   move 1 to WS-FIG-NO
               when "B"
                   move 2 to WS-FIG-NO
               when "I"
                   move 3 to WS-FIG-NO
               when "V"
                   move 4 to WS-FIG-NO
               when other
                   move 5 to WS-FIG-NO
           end-evaluate
           perform add-loan-to-figure

           evaluate true
               when WS-LN-RATE (LN-IDX) < 5
                   move 6 to WS-FIG-NO
               when WS-LN-RATE (LN-IDX) < 8
                   move 7 to WS-FIG-NO
               when WS-LN-RATE (LN-IDX) < 10
                   move 8 to WS-FIG-NO
               when WS-LN-RATE (LN-IDX) < 15
                   move 9 to WS-FIG-NO
               when other
                   move 10 to WS-FIG-NO
           end-evaluate
           perform add-loan-to-figure

           move FIG-TOTAL to WS-FIG-NO
           perform add-loan-to-figure

           compute WS-RATE-WEIGHT = WS-RATE-WEIGHT
               + WS-LN-BALANCE (LN-IDX) * WS-LN-RATE (LN-IDX)
           compute WS-TERM-WEIGHT = WS-TERM-WEIGHT
               + WS-LN-BALANCE (LN-IDX)
                   * (WS-LN-TERM (LN-IDX) - WS-LN-PAID-THROUGH (LN-IDX))
           .

       add-loan-to-figure section.
           add 1 to WS-FIG-COUNT (WS-FIG-NO)
           add WS-LN-BALANCE (LN-IDX) to WS-FIG-AMOUNT (WS-FIG-NO)
           .

       compute-averages section.
           if WS-FIG-AMOUNT (FIG-TOTAL) > 0
               compute WS-FIG-AMOUNT (FIG-WAVG-RATE) rounded =
                   WS-RATE-WEIGHT / WS-FIG-AMOUNT (FIG-TOTAL)
               compute WS-FIG-AMOUNT (FIG-WAVG-TERM) rounded =
                   WS-TERM-WEIGHT / WS-FIG-AMOUNT (FIG-TOTAL)
           end-if
           .

      *> one pass of the schedule: every unpaid installment of an
      *> open loan lands in the ladder by the quarter it falls due.
       scan-loan-schedule section.
           move "N" to WS-EOF-FLAG
           open input loan-schedule-file
           if WS-Sched-File-Status not equal "00"
               exit section
           end-if
           perform take-one-schedule-entry until WS-EOF
           close loan-schedule-file
           .

       take-one-schedule-entry section.
           read loan-schedule-file
               at end
                   set WS-EOF to true
               not at end
                   move LS-LOAN-NO to WS-SEEK-LOAN-NO
                   perform find-loan-entry
                   if WS-LOAN-FOUND
                       set WS-LN-SCHEDULED (LN-IDX) to true
                       if LS-MONTH > WS-LN-PAID-THROUGH (LN-IDX)
                               and WS-LN-BALANCE (LN-IDX) > 0
                           perform ladder-one-installment
                       end-if
                   end-if
           end-read
           .

       ladder-one-installment section.
           compute WS-RUN-OFF = WS-LN-BALANCE (LN-IDX)
                              - WS-LN-LADDERED (LN-IDX)
           if LS-PRINCIPAL < WS-RUN-OFF
               move LS-PRINCIPAL to WS-RUN-OFF
           end-if
           if WS-RUN-OFF = 0
               exit section
           end-if
           add WS-RUN-OFF to WS-LN-LADDERED (LN-IDX)

           move WS-LN-DATE-BOOKED (LN-IDX) to WS-DUE-DATE
           move LS-MONTH to WS-MONTHS-OUT
           perform compute-due-date
           if WS-DUE-DATE <= WS-RUN-DATE
               move 0 to WS-LADDER-NO
           else
               compute WS-MONTHS-AHEAD =
                   (WS-DUE-YEAR * 12 + WS-DUE-MONTH)
                 - (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
               if WS-MONTHS-AHEAD > 0
                   subtract 1 from WS-MONTHS-AHEAD
               end-if
               compute WS-LADDER-NO = WS-MONTHS-AHEAD / 3 + 1
               if WS-LADDER-NO > 9
                   move 9 to WS-LADDER-NO
               end-if
           end-if
           compute WS-FIG-NO = FIG-LADDER-BASE + WS-LADDER-NO
           add 1 to WS-FIG-COUNT (WS-FIG-NO)
           add WS-RUN-OFF to WS-FIG-AMOUNT (WS-FIG-NO)
           .

      *> WS-DUE-DATE holds the booking date and WS-MONTHS-OUT the
      *> installment number on entry.
       compute-due-date section.
           compute WS-MONTHS-OUT = WS-DUE-MONTH - 1 + WS-MONTHS-OUT
           compute WS-DUE-YEAR = WS-DUE-YEAR + WS-MONTHS-OUT / 12
           compute WS-DUE-MONTH =
               function mod(WS-MONTHS-OUT, 12) + 1
           perform pull-back-one-day
               until function test-date-yyyymmdd(WS-DUE-DATE) = 0
                  or WS-DUE-DAY < 29
           .

       pull-back-one-day section.
           subtract 1 from WS-DUE-DAY
           .

       count-one-unscheduled section.
           if not WS-LN-SCHEDULED (LN-IDX)
                   and WS-LN-BALANCE (LN-IDX) > 0
               add 1 to WS-LOANS-UNSCHEDULED
           end-if
           .

      *> the latest month-end before this one on the snapshot file;
      *> a re-run of a month replaces that month's earlier lines.
       load-prior-month-end section.
           move "N" to WS-EOF-FLAG
           open input portfolio-snapshot-file
           if WS-Snapshot-File-Status not equal "00"
               exit section
           end-if
           perform take-one-snapshot-line until WS-EOF
           close portfolio-snapshot-file
           .

       take-one-snapshot-line section.
           read portfolio-snapshot-file
               at end
                   set WS-EOF to true
               not at end
                   if PSN-PERIOD < WS-PERIOD
                           and PSN-PERIOD >= WS-PRIOR-PERIOD
                       if PSN-PERIOD > WS-PRIOR-PERIOD
                           move PSN-PERIOD to WS-PRIOR-PERIOD
                           perform clear-one-prior-figure
                               varying FIG-IDX from 1 by 1
                               until FIG-IDX > 23
                       end-if
                       perform take-prior-figure
                   end-if
           end-read
           .

       clear-one-prior-figure section.
           move 0 to WS-FIG-PRIOR-COUNT (FIG-IDX)
           move 0 to WS-FIG-PRIOR-AMOUNT (FIG-IDX)
           .

       take-prior-figure section.
           perform match-one-figure-key
               varying FIG-IDX from 1 by 1
               until FIG-IDX > 23
           .

       match-one-figure-key section.
           if WS-FIG-KEY (FIG-IDX) equal PSN-KEY
               move PSN-COUNT to WS-FIG-PRIOR-COUNT (FIG-IDX)
               move PSN-AMOUNT to WS-FIG-PRIOR-AMOUNT (FIG-IDX)
           end-if
           .

       write-portfolio-report section.
           open output portfolio-report
           move spaces to portfolio-report-record
           string "Loan portfolio summary - month end " delimited by size
                  WS-PERIOD delimited by size
                  "  (run " delimited by size
                  WS-RUN-DATE delimited by size
                  ")" delimited by size
               into portfolio-report-record
           end-string
           write portfolio-report-record
           move all "=" to portfolio-report-record
           write portfolio-report-record
           move spaces to portfolio-report-record
           if WS-PRIOR-PERIOD = 0
               move "NO PRIOR MONTH-END ON FILE - PRIOR FIGURES ZERO"
                   to portfolio-report-record
           else
               string "PRIOR MONTH END " delimited by size
                      WS-PRIOR-PERIOD delimited by size
                   into portfolio-report-record
               end-string
           end-if
           write portfolio-report-record
           move spaces to portfolio-report-record
           write portfolio-report-record
           move "                                  LOANS"
               & "     OUTSTANDING    PRIOR        PRIOR OUT"
               & "          CHANGE"
               to portfolio-report-record
           write portfolio-report-record

           move "BY LOAN TYPE" to portfolio-report-record
           write portfolio-report-record
           perform write-one-figure
               varying FIG-IDX from 1 by 1
               until FIG-IDX > 5
           move spaces to portfolio-report-record
           write portfolio-report-record
           move "BY RATE BAND" to portfolio-report-record
           write portfolio-report-record
           perform write-one-figure
               varying FIG-IDX from 6 by 1
               until FIG-IDX > 10
           move spaces to portfolio-report-record
           write portfolio-report-record
           perform write-one-figure
               varying FIG-IDX from FIG-TOTAL by 1
               until FIG-IDX > FIG-WAVG-TERM
           move spaces to portfolio-report-record
           write portfolio-report-record
           move "MATURITY LADDER - SCHEDULED PRINCIPAL RUN-OFF"
               to portfolio-report-record
           write portfolio-report-record
           perform write-one-figure
               varying FIG-IDX from FIG-LADDER-BASE by 1
               until FIG-IDX > 23

           move spaces to portfolio-report-record
           write portfolio-report-record
           move spaces to WS-COUNT-LINE
           move "LOANS READ" to WS-CNT-LABEL
           move WS-LOANS-READ to WS-CNT-VALUE
           write portfolio-report-record from WS-COUNT-LINE
           move "PAID OFF - NOT IN PORTFOLIO" to WS-CNT-LABEL
           move WS-LOANS-CLOSED to WS-CNT-VALUE
           write portfolio-report-record from WS-COUNT-LINE
           move "NO SCHEDULE - NOT LADDERED" to WS-CNT-LABEL
           move WS-LOANS-UNSCHEDULED to WS-CNT-VALUE
           write portfolio-report-record from WS-COUNT-LINE
           move "OVER TABLE LIMIT - NOT COUNTED" to WS-CNT-LABEL
           move WS-LOANS-SKIPPED to WS-CNT-VALUE
           write portfolio-report-record from WS-COUNT-LINE
           close portfolio-report
           .

      *> the averages are rates and months, not loans - no count.
       write-one-figure section.
           move spaces to WS-FIGURE-LINE
           move WS-FIG-LABEL (FIG-IDX) to WS-FGL-LABEL
           move WS-FIG-AMOUNT (FIG-IDX) to WS-FGL-AMOUNT
           move WS-FIG-PRIOR-AMOUNT (FIG-IDX) to WS-FGL-PRIOR-AMOUNT
           compute WS-FGL-CHANGE = WS-FIG-AMOUNT (FIG-IDX)
                                 - WS-FIG-PRIOR-AMOUNT (FIG-IDX)
           if FIG-IDX not equal FIG-WAVG-RATE
                   and FIG-IDX not equal FIG-WAVG-TERM
               move WS-FIG-COUNT (FIG-IDX) to WS-FGL-COUNT
               move WS-FIG-PRIOR-COUNT (FIG-IDX) to WS-FGL-PRIOR-COUNT
           end-if
           write portfolio-report-record from WS-FIGURE-LINE
           .

       write-snapshot section.
           open extend portfolio-snapshot-file
           if WS-Snapshot-File-Status not equal "00"
               open output portfolio-snapshot-file
           end-if
           perform write-one-snapshot-line
               varying FIG-IDX from 1 by 1
               until FIG-IDX > 23
           close portfolio-snapshot-file
           .

       write-one-snapshot-line section.
           move spaces to portfolio-snapshot-record
           move WS-PERIOD to PSN-PERIOD
           move WS-FIG-KEY (FIG-IDX) to PSN-KEY
           move WS-FIG-COUNT (FIG-IDX) to PSN-COUNT
           move WS-FIG-AMOUNT (FIG-IDX) to PSN-AMOUNT
           write portfolio-snapshot-record
           .

       end program BBANK77P.
