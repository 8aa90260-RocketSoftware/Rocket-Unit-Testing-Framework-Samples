        program-id. "CalcSalesComm".
        file-control.
            select my-report assign to ws-report-file-name
                    organization  is line sequential.

            select rep-statements assign to "RepStatements.txt"
        *> one who ran it) copies it to the GLJOURNAL.DAT finance
        *> imports - the same maker/checker discipline credit limits
        *> already get.
        *> (an accrual run writes its own journal and reversal
        *> instead - see CalcSalesCommInitAccrual.)
            select gl-journal-file assign to ws-gl-journal-name
                    organization  is line sequential.

            select run-control-file assign to "COMMRUNCTL.DAT"
                    organization  is line sequential
                    file status   is ws-fx-file-status.

            select plan-table-file assign to ws-plan-table-name
                    organization  is line sequential
                    file status   is ws-plan-file-status.


            select clawback-register assign to "ClawbackRegister.txt"
                    organization  is line sequential.

            select contest-table-file assign to "CONTEST.TBL"
                    organization  is line sequential
                    file status   is ws-con-file-status.

            select contest-group-file assign to "CONTESTGRP.TBL"
                    organization  is line sequential
                    file status   is ws-con-file-status.
        file section.
        fd my-report.
        01 my-report-record     pic x(70).

        fd clawback-register.
        01 clawback-register-record pic x(80).

        fd contest-table-file.
        01 contest-table-record  pic x(80).

        fd contest-group-file.
        01 contest-group-record  pic x(80).
        working-storage section.
        78 BAND-A               value 2000.
        78 BAND-B               value 10000.
        *> released to finance.
        01 ws-gl-enabled-flag   pic x value "N".
            88 ws-gl-enabled        value "Y".
        01 ws-gl-journal-name   pic x(20) value "GLJOURNAL.HLD".
        01 ws-report-file-name  pic x(20) value "MyReport.txt".

        *> "A" - a month-end accrual run: sales are priced through
        *> the same plans, bands and overrides, but nothing is paid -
        *> the period-to-date file, attainment and clawback reports,
        *> run-control file and held journal are all left alone. The
        *> report goes to CommAccrual.txt, and the journal to
        *> GLACCRUAL.DAT (dated the closing month-end) with its
        *> mirror-image reversal on GLREVERSAL.DAT dated the first
        *> day of the next period.
        *> "S" - a plan what-if simulation: sales are priced
        *> against a proposed plan table and nothing at all is
        *> paid or booked - no period-to-date, attainment, clawback,
        *> contest, GL or run-control output; the report goes to
        *> CommSimReport.txt.
        01 ws-run-mode-flag     pic x value space.
            88 ws-accrual-run       value "A".
            88 ws-simulation-run    value "S".
        01 ws-plan-table-name   pic x(40) value "COMMPLAN.TBL".
        01 ws-rev-period        pic x(6).
        01 ws-rev-run-id        pic x(8).
        01 ws-gl-period         pic x(6).
        01 ws-gl-run-id         pic x(8).
        01 ws-gl-debit-total    pic 9(13)v99 value 0.
            03 ws-gl-ctl-label    pic x(20).
            03 ws-gl-ctl-amount   pic -(12)9.99.
        78 GL-COMMISSION-EXPENSE-ACCT value 6100.
        78 GL-CONTEST-EXPENSE-ACCT    value 6150.
        78 GL-COMMISSION-ACCRUAL-ACCT value 2300.
        01 ws-gl-expense-account pic 9(4).

        *> run-control (maker/checker) work fields - who ran it and
        *> the run's total, appended HELD for the release step.
            03                       pic x(12) value "ADJUSTMENT: ".
            03 ws-adj-delta          pic -(17)9.9(2).

        *> an approved dispute adjustment on the combined report.
        01 ws-dispute-line.
            03 ws-dsp-rep-name       pic x(40).
            03                       pic x(2) value spaces.
            03                       pic x(4) value "ADJ ".
            03 ws-dsp-reason         pic x(4).
            03                       pic x(1) value space.
            03 ws-dsp-amount         pic -(11)9.9(2).
        01 ws-dispute-posted         pic 9(7) value 0.

        01 ws-total-In-Sales         pic 9(18)v9(9) value 0.
        01 ws-total-Out-Commission   pic s9(18)v9(9) value 0.

                05 ws-rep-total-name      pic x(40).
                05 ws-rep-total-amount    pic s9(18)v9(9).
                05 ws-rep-total-sales     pic s9(18)v9(9).
        *> the part of the rep's total that came from approved
        *> dispute adjustments - journalled on its own line type.
                05 ws-rep-total-adjust    pic s9(18)v9(9).
        *> and the part that came from contest and SPIFF bonuses -
        *> journalled to contest expense, not plan commission.
                05 ws-rep-total-contest   pic s9(18)v9(9).
        01 ws-rep-total-post-adjust   pic s9(18)v9(9) value 0.
        01 ws-rep-total-post-contest  pic s9(18)v9(9) value 0.
        01 ws-rep-total-post-sales    pic s9(18)v9(9) value 0.

        *> manager-override machinery. The roster now carries each
            03                        pic x(2) value "% ".
            03 ws-qta-flag            pic x(9).

        *> sales contests and SPIFFs, paid by the run instead of by
        *> hand. CONTEST.TBL holds one contest per line: contest
        *> code cols 1-8, effective from and to dates (yyyymmdd) in
        *> cols 10-17 and 19-26, who is eligible in col 28 (A every
        *> rep, R one region/office, G a rep group, N new hires),
        *> the eligibility value in cols 30-33 (the region code, the
        *> group code, or for N the days since hire), the qualifying
        *> minimum sale as 9(9)v99 digits in cols 35-45, the payout
        *> in col 47 (F a flat amount per qualifying sale, M a
        *> multiplier on the sale's plan commission) with its value
        *> as 9(7)v99 digits in cols 49-57 - 000000200 pays double
        *> the band rate - and a description in cols 59-78. Rep
        *> groups are kept on CONTESTGRP.TBL (group code cols 1-4,
        *> rep name cols 6-45). A sale dated (as-of date) inside a
        *> contest's window earns every contest it qualifies for,
        *> each as its own CONTEST line on the report and statement,
        *> journalled to contest expense.
        01 ws-con-file-status         pic xx.
        01 ws-con-loaded-flag         pic x value "N".
            88 ws-con-is-loaded           value "Y".
        01 ws-con-count               pic 9(3) value 0.
        01 ws-con-table.
            03 ws-con-entry occurs 50 times
                    indexed by con-idx.
                05 ws-con-code            pic x(8).
                05 ws-con-from            pic 9(8).
                05 ws-con-to              pic 9(8).
                05 ws-con-elig            pic x.
                    88 ws-con-elig-all        value "A".
                    88 ws-con-elig-region     value "R".
                    88 ws-con-elig-group      value "G".
                    88 ws-con-elig-new-hire   value "N".
                05 ws-con-elig-value      pic x(4).
                05 ws-con-min-sale        pic 9(9)v99.
                05 ws-con-payout-type     pic x.
                    88 ws-con-pays-flat       value "F".
                    88 ws-con-pays-multiple   value "M".
                05 ws-con-payout          pic 9(7)v99.
        01 ws-con-record.
            03 ws-con-in-code         pic x(8).
            03                        pic x.
            03 ws-con-in-from         pic x(8).
            03                        pic x.
            03 ws-con-in-to           pic x(8).
            03                        pic x.
            03 ws-con-in-elig         pic x.
            03                        pic x.
            03 ws-con-in-elig-value   pic x(4).
            03                        pic x.
            03 ws-con-in-min-sale     pic x(11).
            03                        pic x.
            03 ws-con-in-payout-type  pic x.
            03                        pic x.
            03 ws-con-in-payout       pic x(9).
            03                        pic x(23).
        *> digit-string staging for the implied-decimal amounts.
        01 ws-con-in-amount           pic 9(9)v99.
        01 ws-con-in-amount-x redefines ws-con-in-amount
                                      pic x(11).
        01 ws-con-in-rate             pic 9(7)v99.
        01 ws-con-in-rate-x redefines ws-con-in-rate pic x(9).
        01 ws-con-group-count         pic 9(3) value 0.
        01 ws-con-group-table.
            03 ws-con-group-entry occurs 500 times
                    indexed by cgr-idx.
                05 ws-con-group-code      pic x(4).
                05 ws-con-group-rep       pic x(40).
        01 ws-con-group-record.
            03 ws-cgr-in-code         pic x(4).
            03                        pic x.
            03 ws-cgr-in-rep          pic x(40).
            03                        pic x(35).
        01 ws-con-sale-date           pic 9(8).
        01 ws-con-rep-region          pic x(4).
        01 ws-con-rep-hire            pic 9(8).
        01 ws-con-days                pic s9(9).
        01 ws-con-elig-days           pic 9(4).
        01 ws-con-member-flag         pic x.
            88 ws-con-member              value "Y".
        01 ws-con-bonus               pic s9(18)v9(9).
        01 ws-contest-posted          pic 9(7) value 0.
        01 ws-contest-line.
            03 ws-cnl-rep-name        pic x(40).
            03                        pic x(2) value spaces.
            03                        pic x(8) value "CONTEST ".
            03 ws-cnl-code            pic x(8).
            03                        pic x(1) value space.
            03 ws-cnl-amount          pic -(6)9.9(2).

        *> per-rep activity detail, kept alongside the running totals
        *> so CalcSalesCommStatements can hand each rep exactly their
        *> own lines (sales and adjustments) instead of payroll
                05 ws-stmt-type           pic x(10).
                05 ws-stmt-sales          pic s9(18)v9(9).
                05 ws-stmt-amount         pic s9(18)v9(9).
                05 ws-stmt-ref            pic x(12).

        01 ws-stmt-post-type          pic x(10).
        01 ws-stmt-post-ref           pic x(12) value spaces.
        01 ws-stmt-post-sales         pic s9(18)v9(9).
        01 ws-stmt-post-amount        pic s9(18)v9(9).

            03 ws-stmt-line-sales     pic -(17)9.9(2).
            03                        pic x(2).
            03 ws-stmt-line-amount    pic -(17)9.9(2).
            03                        pic x(2).
            03 ws-stmt-line-ref       pic x(12).
        01 ws-stmt-total-line.
            03                        pic x(12) value "TOTAL".
            03                        pic x(21).
        01 lnk-Currency-Code         pic x(3).
        01 lnk-GL-Period             pic x(6).
        01 lnk-GL-RunId              pic x(8).
        01 lnk-Rev-Period            pic x(6).
        01 lnk-Rev-RunId             pic x(8).

        *> a jointly-worked sale: up to three reps with percentage
        *> splits that must total 100.00.
        01 lnk-New-In-Sales          pic 9(18)v9(9).
        01 lnk-Out-New-Commission    pic 9(18)v9(9).
        01 lnk-Out-Commission-Delta  pic s9(18)v9(9).
        01 lnk-Adj-Amount            pic s9(18)v9(9).
        01 lnk-Adj-Sale-Ref          pic x(12).
        01 lnk-Sim-Plan-Table        pic x(40).

        procedure division using Lnk-Sales-RepName,
                                 Lnk-In-Sales,
            else
                perform write-text-record
            end-if
            if not ws-simulation-run
                perform apply-sale-contests
            end-if
            goback returning 0.

        compute-commission-amount section.
            end-evaluate
            .

        *> every contest the sale just posted qualifies for -
        *> ws-calc-in-sales and ws-calc-out-commission still hold the
        *> sale and its plan commission.
        apply-sale-contests section.
            perform load-contest-table
            if ws-con-count = 0
                exit section
            end-if
            move ws-as-of-date to ws-con-sale-date
            if ws-con-sale-date = 0
                accept ws-con-sale-date from date yyyymmdd
            end-if
            perform load-roster-for-gl
            move Lnk-Sales-RepName to ws-post-rep-name
            perform find-roster-by-name
            if ws-roster-found
                move ws-roster-region (roster-idx) to ws-con-rep-region
                move ws-roster-hire (roster-idx) to ws-con-rep-hire
            else
                move spaces to ws-con-rep-region
                move 0 to ws-con-rep-hire
            end-if
            perform apply-one-contest
                varying con-idx from 1 by 1
                until con-idx > ws-con-count
            .

        apply-one-contest section.
            if ws-con-sale-date < ws-con-from (con-idx)
                    or ws-con-sale-date > ws-con-to (con-idx)
                exit section
            end-if
            if ws-calc-in-sales < ws-con-min-sale (con-idx)
                exit section
            end-if
            evaluate true
                when ws-con-elig-all (con-idx)
                    continue
                when ws-con-elig-region (con-idx)
                    if ws-con-rep-region not =
                            ws-con-elig-value (con-idx)
                        exit section
                    end-if
                when ws-con-elig-group (con-idx)
                    perform find-contest-group-member
                    if not ws-con-member
                        exit section
                    end-if
                when ws-con-elig-new-hire (con-idx)
                    if ws-con-rep-hire = 0
                            or ws-con-elig-value (con-idx) not numeric
                            or ws-con-sale-date < ws-con-rep-hire
                        exit section
                    end-if
                    compute ws-con-days =
                        function integer-of-date (ws-con-sale-date)
                      - function integer-of-date (ws-con-rep-hire)
                    move ws-con-elig-value (con-idx)
                        to ws-con-elig-days
                    if ws-con-days > ws-con-elig-days
                        exit section
                    end-if
                when other
                    exit section
            end-evaluate

            if ws-con-pays-flat (con-idx)
                move ws-con-payout (con-idx) to ws-con-bonus
            else
                compute ws-con-bonus =
                    ws-calc-out-commission
                        * (ws-con-payout (con-idx) - 1)
            end-if
            if ws-con-bonus <= 0
                exit section
            end-if

            add 1 to ws-contest-posted
            add ws-con-bonus to ws-total-Out-Commission
            move Lnk-Sales-RepName to ws-post-rep-name
            move ws-con-bonus to ws-rep-total-post-amount
            move ws-con-bonus to ws-rep-total-post-contest
            perform update-rep-total
            move "CONTEST" to ws-stmt-post-type
            move ws-calc-in-sales to ws-stmt-post-sales
            move ws-con-bonus to ws-stmt-post-amount
            move ws-con-code (con-idx) to ws-stmt-post-ref
            perform add-statement-detail

            if ws-output-mode-csv
                move ws-con-bonus to ws-csv-Total-Commission-Edit
                move spaces to ws-csv-record
                string function trim(Lnk-Sales-RepName)
                           delimited by size
                       ",CONTEST "            delimited by size
                       ws-con-code (con-idx)  delimited by space
                       ","                    delimited by size
                       ws-csv-Total-Commission-Edit
                           delimited by size
                    into ws-csv-record
                end-string
                write my-report-record from ws-csv-record
            else
                move Lnk-Sales-RepName to ws-cnl-rep-name
                move ws-con-code (con-idx) to ws-cnl-code
                move ws-con-bonus to ws-cnl-amount
                write my-report-record from ws-contest-line
            end-if
            add 1 to ws-report-lines-written
            .

        find-contest-group-member section.
            move "N" to ws-con-member-flag
            set cgr-idx to 1
            if ws-con-group-count > 0
                search ws-con-group-entry
                    at end
                        continue
                    when ws-con-group-code (cgr-idx) =
                            ws-con-elig-value (con-idx)
                        and ws-con-group-rep (cgr-idx) =
                            Lnk-Sales-RepName
                        set ws-con-member to true
                end-search
            end-if
            .

        load-contest-table section.
            if ws-con-is-loaded
                exit section
            end-if
            set ws-con-is-loaded to true
            move 0 to ws-con-count
            open input contest-table-file
            if ws-con-file-status = "00"
                perform read-one-contest-record
                    until ws-con-file-status not = "00"
                        or ws-con-count = 50
                close contest-table-file
            end-if
            move 0 to ws-con-group-count
            open input contest-group-file
            if ws-con-file-status = "00"
                perform read-one-contest-group
                    until ws-con-file-status not = "00"
                        or ws-con-group-count = 500
                close contest-group-file
            end-if
            .

        *> a line with unusable dates or amounts is skipped rather
        *> than paying a contest nobody can see the terms of.
        read-one-contest-record section.
            read contest-table-file into ws-con-record
            if ws-con-file-status not = "00"
                exit section
            end-if
            if ws-con-in-code = spaces
                    or ws-con-in-from not numeric
                    or ws-con-in-to not numeric
                    or ws-con-in-min-sale not numeric
                    or ws-con-in-payout not numeric
                exit section
            end-if
            add 1 to ws-con-count
            set con-idx to ws-con-count
            move ws-con-in-code to ws-con-code (con-idx)
            move ws-con-in-from to ws-con-from (con-idx)
            move ws-con-in-to to ws-con-to (con-idx)
            move ws-con-in-elig to ws-con-elig (con-idx)
            move ws-con-in-elig-value to ws-con-elig-value (con-idx)
            move ws-con-in-min-sale to ws-con-in-amount-x
            move ws-con-in-amount to ws-con-min-sale (con-idx)
            move ws-con-in-payout-type to ws-con-payout-type (con-idx)
            move ws-con-in-payout to ws-con-in-rate-x
            move ws-con-in-rate to ws-con-payout (con-idx)
            .

        read-one-contest-group section.
            read contest-group-file into ws-con-group-record
            if ws-con-file-status = "00"
                add 1 to ws-con-group-count
                set cgr-idx to ws-con-group-count
                move ws-cgr-in-code to ws-con-group-code (cgr-idx)
                move ws-cgr-in-rep to ws-con-group-rep (cgr-idx)
            end-if
            .

        load-plan-table section.
            if not ws-plans-are-loaded
                move 0 to ws-plan-count
            write gl-journal-record from ws-gl-trailer-record
            close gl-journal-file

            if ws-accrual-run
                perform write-gl-reversal-journal
            else
                perform write-gl-control-report
            end-if
            .

        *> the accrual's reversal for the first day of the next
        *> period: the same figures with debit and credit swapped -
        *> the accrual account debited, each rep's commission
        *> expense credited back - so the released run's own
        *> journal books the expense once, not twice.
        write-gl-reversal-journal section.
            move 0 to ws-gl-debit-total
            move 0 to ws-gl-credit-total
            move "GLREVERSAL.DAT" to ws-gl-journal-name
            open output gl-journal-file
            move ws-rev-period to ws-gl-hdr-period
            move ws-rev-run-id to ws-gl-hdr-run-id
            write gl-journal-record from ws-gl-header-record

            perform write-one-gl-reversal-credit
                varying rep-idx from 1 by 1
                until rep-idx > ws-rep-total-count

            move "D" to ws-gl-det-type
            move GL-COMMISSION-ACCRUAL-ACCT to ws-gl-det-account
            move spaces to ws-gl-det-region
            move "+" to ws-gl-det-sign
            move ws-gl-credit-total to ws-gl-amount
            move ws-gl-amount-x to ws-gl-det-amount
            move "COMMISSION ACCRUAL REVERSED" to ws-gl-det-name
            write gl-journal-record from ws-gl-detail-record
            add ws-gl-amount to ws-gl-debit-total

            move ws-gl-debit-total to ws-gl-trl-debits
            move ws-gl-credit-total to ws-gl-trl-credits
            write gl-journal-record from ws-gl-trailer-record
            close gl-journal-file
            move "GLACCRUAL.DAT" to ws-gl-journal-name
            .

        write-one-gl-reversal-credit section.
            move GL-COMMISSION-EXPENSE-ACCT to ws-gl-expense-account
            compute ws-gl-work-amount =
                ws-rep-total-amount (rep-idx)
                    - ws-rep-total-contest (rep-idx)
            if ws-gl-work-amount not = 0
                    or ws-rep-total-contest (rep-idx) = 0
                perform write-one-gl-reversal-line
            end-if
            if ws-rep-total-contest (rep-idx) not = 0
                move GL-CONTEST-EXPENSE-ACCT to ws-gl-expense-account
                move ws-rep-total-contest (rep-idx)
                    to ws-gl-work-amount
                perform write-one-gl-reversal-line
            end-if
            .

        write-one-gl-reversal-line section.
            if ws-gl-work-amount < 0
                move "-" to ws-gl-det-sign
                compute ws-gl-amount rounded = 0 - ws-gl-work-amount
            else
                move "+" to ws-gl-det-sign
                compute ws-gl-amount rounded = ws-gl-work-amount
            end-if
            move "C" to ws-gl-det-type
            move ws-gl-expense-account to ws-gl-det-account
            perform find-roster-region
            move ws-gl-amount-x to ws-gl-det-amount
            move ws-rep-total-name (rep-idx) to ws-gl-det-name
            write gl-journal-record from ws-gl-detail-record
            if ws-gl-det-sign = "-"
                subtract ws-gl-amount from ws-gl-credit-total
            else
                add ws-gl-amount to ws-gl-credit-total
            end-if
            move "D" to ws-gl-det-type
            .

        *> the rep's plan commission on a "D" line and any approved
        *> dispute adjustments on their own "A" line, both against
        *> commission expense, and any contest bonuses on a "D" line
        *> against contest expense - a rep with only an adjustment
        *> or a bonus this run gets no empty plan line.
        write-one-gl-debit section.
            move GL-COMMISSION-EXPENSE-ACCT to ws-gl-expense-account
            compute ws-gl-work-amount =
                ws-rep-total-amount (rep-idx)
                    - ws-rep-total-adjust (rep-idx)
                    - ws-rep-total-contest (rep-idx)
            if ws-gl-work-amount not = 0
                    or (ws-rep-total-adjust (rep-idx) = 0
                        and ws-rep-total-contest (rep-idx) = 0)
                perform write-one-gl-expense-line
            end-if
            if ws-rep-total-adjust (rep-idx) not = 0
                move "A" to ws-gl-det-type
                move ws-rep-total-adjust (rep-idx)
                    to ws-gl-work-amount
                perform write-one-gl-expense-line
                move "D" to ws-gl-det-type
            end-if
            if ws-rep-total-contest (rep-idx) not = 0
                move GL-CONTEST-EXPENSE-ACCT to ws-gl-expense-account
                move ws-rep-total-contest (rep-idx)
                    to ws-gl-work-amount
                perform write-one-gl-expense-line
            end-if
            .

        write-one-gl-expense-line section.
            if ws-gl-work-amount < 0
                move "-" to ws-gl-det-sign
                compute ws-gl-amount rounded = 0 - ws-gl-work-amount
                move "+" to ws-gl-det-sign
                compute ws-gl-amount rounded = ws-gl-work-amount
            end-if
            move ws-gl-expense-account to ws-gl-det-account
            perform find-roster-region
            move ws-gl-amount-x to ws-gl-det-amount
            move ws-rep-total-name (rep-idx) to ws-gl-det-name
        *> AND the sale's as-of date must fall inside the rep's
        *> employment window, or the sale is diverted with its own
        *> TERMINATED reason instead of quietly paying a leaver.
        *> the same exception line for an adjustment, whose amount
        *> is a commission figure rather than a sale.
        divert-unknown-adjustment section.
            add 1 to ws-unknown-count
            move ws-post-rep-name to ws-unk-rep-name
            move lnk-Adj-Amount to ws-unk-amount
            write unknown-reps-record from ws-unknown-line
            move spaces to ws-unk-reason
            .

        validate-rep-for-posting section.
            perform find-roster-by-name
            move spaces to ws-unk-reason
                move ws-stmt-post-type to ws-stmt-type (stmt-idx)
                move ws-stmt-post-sales to ws-stmt-sales (stmt-idx)
                move ws-stmt-post-amount to ws-stmt-amount (stmt-idx)
                move ws-stmt-post-ref to ws-stmt-ref (stmt-idx)
            end-if
            move spaces to ws-stmt-post-ref
            .

        *> one statement per rep for the open period - their own sale
                move ws-stmt-type (stmt-idx) to ws-stmt-line-type
                move ws-stmt-sales (stmt-idx) to ws-stmt-line-sales
                move ws-stmt-amount (stmt-idx) to ws-stmt-line-amount
                move ws-stmt-ref (stmt-idx) to ws-stmt-line-ref
                write rep-statements-record from ws-stmt-line
            end-if
            .
            end-if
            add ws-rep-total-post-amount to ws-rep-total-amount(rep-idx)
            add ws-rep-total-post-sales to ws-rep-total-sales(rep-idx)
            add ws-rep-total-post-adjust
                to ws-rep-total-adjust (rep-idx)
            add ws-rep-total-post-contest
                to ws-rep-total-contest (rep-idx)
            move 0 to ws-rep-total-post-sales
            move 0 to ws-rep-total-post-adjust
            move 0 to ws-rep-total-post-contest
            .

        add-new-rep-total-entry section.
            move ws-post-rep-name to ws-rep-total-name (rep-idx)
            move 0 to ws-rep-total-amount (rep-idx)
            move 0 to ws-rep-total-sales (rep-idx)
            move 0 to ws-rep-total-adjust (rep-idx)
            move 0 to ws-rep-total-contest (rep-idx)
            .

        find-rep-total section.
            move 0 to ws-rep-total-count
            move 0 to ws-stmt-count
            move 0 to ws-sales-posted
            move 0 to ws-dispute-posted
            move 0 to ws-report-lines-written
        *> the run prices against the shop's official business date
        *> unless the caller set one via CalcSalesCommAsOfDate.
            perform open-file-write-header
            goback.

        *> opens a month-end accrual run for the closing GL period
        *> (yyyymm) - the journal dated lnk-GL-RunId (the month-end
        *> date), the reversal dated lnk-Rev-RunId in lnk-Rev-Period.
        *> Post the unreleased sales with CalcSalesComm as usual,
        *> then CalcSalesCommFinished writes the accrual and its
        *> reversal in place of the held journal.
        entry "CalcSalesCommInitAccrual" using lnk-GL-Period,
                                               lnk-GL-RunId,
                                               lnk-Rev-Period,
                                               lnk-Rev-RunId.
            set ws-accrual-run to true
            move "CalcSalesCommAccrue" to ws-runlog-program
            move "CommAccrual.txt" to ws-report-file-name
            move "GLACCRUAL.DAT" to ws-gl-journal-name
            move lnk-GL-Period to ws-gl-period
            move lnk-GL-RunId to ws-gl-run-id
            move lnk-Rev-Period to ws-rev-period
            move lnk-Rev-RunId to ws-rev-run-id
            set ws-gl-enabled to true
            move spaces to ws-report-period
            string "ACCRUAL " delimited by size
                   lnk-GL-Period delimited by size
                into ws-report-period
            end-string
            perform open-file-write-header
            goback.

        *> opens a plan what-if simulation: every sale posted after
        *> this is priced on plan lnk-Plan-Code as the proposed
        *> plan table lnk-Sim-Plan-Table defines it (an "STD" line
        *> there replaces the standard bands; an STD not on it keeps
        *> them). Nothing is paid or booked - see ws-run-mode-flag.
        *> A plan code the proposed table does not hold is turned
        *> back with return-code 8 and no report is opened.
        entry "CalcSalesCommInitSimulate" using lnk-Sim-Plan-Table,
                                                lnk-Plan-Code.
            set ws-simulation-run to true
            move lnk-Sim-Plan-Table to ws-plan-table-name
            move "N" to ws-plan-loaded-flag
            perform load-plan-table
            perform restore-standard-plan
            set plan-idx to 1
            if ws-plan-count > 0
                search ws-plan-entry
                    at end
                        if lnk-Plan-Code not = "STD"
                            goback returning 8
                        end-if
                    when ws-plan-code (plan-idx) = lnk-Plan-Code
                        move ws-plan-code (plan-idx)
                            to ws-cur-plan-code
                        move ws-plan-band-a (plan-idx)
                            to ws-cur-band-a
                        move ws-plan-band-b (plan-idx)
                            to ws-cur-band-b
                        move ws-plan-rate-1 (plan-idx)
                            to ws-cur-rate-1
                        move ws-plan-rate-2 (plan-idx)
                            to ws-cur-rate-2
                        move ws-plan-rate-3 (plan-idx)
                            to ws-cur-rate-3
                end-search
            else
                if lnk-Plan-Code not = "STD"
                    goback returning 8
                end-if
            end-if
            move "CalcSalesCommSim" to ws-runlog-program
            move "CommSimReport.txt" to ws-report-file-name
            move spaces to ws-report-period
            string "SIMULATION " delimited by size
                   lnk-Plan-Code delimited by size
                into ws-report-period
            end-string
            perform open-file-write-header
            goback returning 0.

        *> same as CalcSalesCommInit but writes MyReport.txt as
        *> comma-delimited fields payroll can import directly.
        entry "CalcSalesCommInitCSV".
            perform write-clawback-record
            goback returning 0.

        *> posts one approved commission dispute adjustment (keyed on
        *> CommAdjustEntry, approved on CommAdjustApprove) as its own
        *> line type: a signed commission amount, not a sale, so
        *> nothing is banded and sales totals are untouched. It lands
        *> on the rep's total and period-to-date figures, the report,
        *> the statement (an "ADJ" line with its reason and sale
        *> reference) and the GL journal (an "A" line). A zero amount
        *> is turned back with return-code 8; a rep failing the
        *> roster check with 4, as an ordinary sale would be.
        entry "CalcSalesCommAdjustment" using Lnk-Sales-RepName,
                                              lnk-Adj-Amount,
                                              lnk-Reason-Code,
                                              lnk-Adj-Sale-Ref.
            if lnk-Adj-Amount = 0
                goback returning 8
            end-if

            if ws-validating-reps
                move Lnk-Sales-RepName to ws-post-rep-name
                perform validate-rep-for-posting
                if not ws-roster-found
                    perform divert-unknown-adjustment
                    goback returning 4
                end-if
            end-if

            add 1 to ws-dispute-posted
            add lnk-Adj-Amount to ws-total-Out-Commission
            move Lnk-Sales-RepName to ws-post-rep-name
            move lnk-Adj-Amount to ws-rep-total-post-amount
            move lnk-Adj-Amount to ws-rep-total-post-adjust
            perform update-rep-total
            move spaces to ws-stmt-post-type
            string "ADJ "          delimited by size
                   lnk-Reason-Code delimited by size
                into ws-stmt-post-type
            end-string
            move 0 to ws-stmt-post-sales
            move lnk-Adj-Amount to ws-stmt-post-amount
            move lnk-Adj-Sale-Ref to ws-stmt-post-ref
            perform add-statement-detail

            if ws-output-mode-csv
                move lnk-Adj-Amount to ws-csv-Total-Commission-Edit
                move spaces to ws-csv-record
                string function trim(Lnk-Sales-RepName)
                           delimited by size
                       ",ADJ "               delimited by size
                       lnk-Reason-Code       delimited by size
                       ","                   delimited by size
                       ws-csv-Total-Commission-Edit
                           delimited by size
                    into ws-csv-record
                end-string
                write my-report-record from ws-csv-record
            else
                move Lnk-Sales-RepName to ws-dsp-rep-name
                move lnk-Reason-Code to ws-dsp-reason
                move lnk-Adj-Amount to ws-dsp-amount
                write my-report-record from ws-dispute-line
            end-if
            add 1 to ws-report-lines-written
            goback returning 0.

        *> arms the GL journal interface for this run - finance's
        *> period (e.g. 202608) and a run identifier to trace the
        *> file back to the producing run.
                perform close-unknown-reps-report
            end-if
            perform close-file
            if not ws-accrual-run and not ws-simulation-run
                perform update-ptd-totals
                perform write-attainment-report
                perform write-clawback-register
            end-if
            if ws-gl-enabled
                perform write-gl-journal
            end-if
            add ws-sales-posted ws-dispute-posted giving ws-runlog-read
            move ws-report-lines-written to ws-runlog-written
            move ws-unknown-count to ws-runlog-exceptions
            move 0 to ws-runlog-rc
