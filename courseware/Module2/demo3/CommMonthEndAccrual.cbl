        program-id. "CommMonthEndAccrual".
        file-control.
            select clean-sales-file assign to "SalesClean.DAT"
                    organization  is line sequential
                    file status   is ws-clean-file-status.

            select run-sales-file assign to "COMMRUNSALES.DAT"
                    organization  is line sequential
                    file status   is ws-run-sales-status.

            select run-control-file assign to "COMMRUNCTL.DAT"
                    organization  is line sequential
                    file status   is ws-runctl-file-status.

            select accrual-register assign to "COMMACCRUAL.DAT"
                    organization  is line sequential
                    file status   is ws-register-status.

            select accrual-control assign to "CommAccrualControl.txt"
                    organization  is line sequential.
        file section.
        fd clean-sales-file.
        01 clean-sales-record    pic x(80).

        fd run-sales-file.
        01 run-sales-record.
            03 rsl-run-id         pic x(8).
            03                    pic x.
            03 rsl-key.
                05 rsl-rep-name   pic x(40).
                05                pic x.
                05 rsl-sale-date  pic x(8).
                05                pic x.
                05 rsl-amount-x   pic x(11).
            03                    pic x.
            03 rsl-comm-sign      pic x.
            03 rsl-commission     pic 9(13)v99.

        fd run-control-file.
        01 run-control-record.
            03 rcf-run-date       pic 9(8).
            03                    pic x.
            03 rcf-run-id         pic x(8).
            03                    pic x.
            03 rcf-period         pic x(6).
            03                    pic x.
            03 rcf-maker          pic x(20).
            03                    pic x.
            03 rcf-total-sign     pic x.
            03 rcf-total          pic 9(13)v99.
            03                    pic x.
            03 rcf-status         pic x(8).
            03                    pic x.
            03 rcf-approver       pic x(20).

        fd accrual-register.
        01 accrual-register-record pic x(90).

        fd accrual-control.
        01 accrual-control-record pic x(80).

        working-storage section.
        *> CommMonthEndAccrual - books the month's commission expense
        *> at month-end instead of weeks later when CommRunRelease
        *> releases the run that pays it. For the closing month
        *> (COMM_ACCRUAL_PERIOD yyyymm, default the processing date's
        *> month) every balanced sale dated in the month that has not
        *> been in a released run - the details on SalesClean.DAT,
        *> and the sales logged on COMMRUNSALES.DAT by runs still
        *> HELD - is priced through CalcSalesComm's accrual mode, so
        *> the plans, bands and manager overrides are exactly the
        *> ones the paying run will apply. CalcSalesComm writes the
        *> accrual journal (GLACCRUAL.DAT, dated the month-end) and
        *> its reversal (GLREVERSAL.DAT, dated the first day of the
        *> next period), both in the GLJOURNAL.DAT layout.
        *>
        *> Each accrued sale is filed on COMMACCRUAL.DAT with its
        *> commission (a rerun replaces the month), so the control
        *> report can prove the accrual: for this month, commission
        *> already released plus the accrual; and for each earlier
        *> accrued month whose sales have all since been released,
        *> released-before-accrual plus accrued against what the
        *> released runs actually paid on that month's sales, with
        *> any difference shown. Overrides are paid on the chain in
        *> force on the paying run, and contest bonuses on the
        *> contests in force then, so both are shown apart from the
        *> sale-by-sale proof.
        01 ws-clean-file-status  pic xx.
        01 ws-run-sales-status   pic xx.
        01 ws-runctl-file-status pic xx.
        01 ws-register-status    pic xx.

        01 ws-run-date           pic 9(8).
        01 ws-period-env         pic x(6).
        01 ws-period             pic x(6).
        01 ws-period-n redefines ws-period.
            03 ws-period-year     pic 9(4).
            03 ws-period-month    pic 99.
        01 ws-month-end          pic 9(8).
        01 ws-rev-period         pic x(6).
        01 ws-rev-run-id         pic x(8).
        01 ws-next-year          pic 9(4).
        01 ws-next-month         pic 99.
        01 ws-last-day           pic 99.
        01 ws-leap-rem           pic 9(3).
        01 ws-leap-quot          pic 9(4).
        01 ws-days-in-month-list pic x(24)
                value "312831303130313130313031".
        01 redefines ws-days-in-month-list.
            03 ws-days-in-month   pic 99 occurs 12 times.

        *> run ids the run-control file shows RELEASED.
        01 ws-released-run-count pic 9(3) value 0.
        01 ws-released-runs.
            03 ws-released-run-id pic x(8) occurs 200 times
                    indexed by rel-idx.
        01 ws-run-released-flag  pic x.
            88 ws-run-released       value "Y".

        *> every sale a released run paid, once each, with what it
        *> paid.
        01 ws-paid-count         pic 9(5) value 0.
        01 ws-paid-table.
            03 ws-paid-entry occurs 20000 times
                    indexed by paid-idx.
                05 ws-paid-key        pic x(61).
                05 ws-paid-commission pic s9(13)v99.

        *> the month's sales still to be paid - the accrual.
        01 ws-acr-count          pic 9(5) value 0.
        01 ws-acr-table.
            03 ws-acr-entry occurs 5000 times
                    indexed by acr-idx.
                05 ws-acr-key.
                    07 ws-acr-rep-name    pic x(40).
                    07                    pic x.
                    07 ws-acr-sale-date   pic x(8).
                    07                    pic x.
                    07 ws-acr-amount-x    pic x(11).
                05 ws-acr-commission  pic s9(13)v99.
        01 ws-acr-overflow       pic 9(5) value 0.

        01 ws-this-key           pic x(61).
        01 ws-key-found-flag     pic x.
            88 ws-key-found          value "Y".

        01 ws-clean-view.
            03 ws-cln-type        pic x.
            03                    pic x.
            03 ws-cln-key.
                05 ws-cln-rep-name    pic x(40).
                05                    pic x.
                05 ws-cln-sale-date   pic x(8).
                05                    pic x.
                05 ws-cln-amount-x    pic x(11).
            03                    pic x(17).

        *> the accrual register, COMMACCRUAL.DAT:
        *>   S period(3-8) released-before(10-25) accrued(27-42)
        *>     overrides(44-59) accrual-date(61-68)
        *>   D period(3-8) sale key(10-70) commission(72-87)
        *> amounts as a sign then 9(13)v99 digits.
        01 ws-reg-line           pic x(90).
        01 ws-reg-summary redefines ws-reg-line.
            03 ws-rgs-type        pic x.
            03                    pic x.
            03 ws-rgs-period      pic x(6).
            03                    pic x.
            03 ws-rgs-before-sign pic x.
            03 ws-rgs-before      pic 9(13)v99.
            03                    pic x.
            03 ws-rgs-plan-sign   pic x.
            03 ws-rgs-plan        pic 9(13)v99.
            03                    pic x.
            03 ws-rgs-ovr-sign    pic x.
            03 ws-rgs-ovr         pic 9(13)v99.
            03                    pic x.
            03 ws-rgs-accrual-date pic 9(8).
            03                    pic x(22).
        01 ws-reg-detail redefines ws-reg-line.
            03 ws-rgd-type        pic x.
            03                    pic x.
            03 ws-rgd-period      pic x(6).
            03                    pic x.
            03 ws-rgd-key         pic x(61).
            03                    pic x.
            03 ws-rgd-comm-sign   pic x.
            03 ws-rgd-commission  pic 9(13)v99.
            03                    pic x(3).

        *> the register carried forward - every month but this one.
        01 ws-keep-count         pic 9(5) value 0.
        01 ws-keep-table.
            03 ws-keep-line       pic x(90) occurs 20000 times
                    indexed by keep-idx.

        01 ws-released-before    pic s9(13)v99 value 0.
        01 ws-released-before-n  pic 9(5) value 0.
        01 ws-accrued-plan       pic s9(13)v99 value 0.
        01 ws-accrual-total      pic 9(18)v9(9) value 0.
        01 ws-accrued-override   pic s9(13)v99 value 0.
        01 ws-estimated-actual   pic s9(13)v99.

        *> settle-up of an earlier accrued month.
        01 ws-prior-period       pic x(6).
        01 ws-prior-before       pic s9(13)v99.
        01 ws-prior-plan         pic s9(13)v99.
        01 ws-prior-override     pic s9(13)v99.
        01 ws-prior-actual       pic s9(13)v99.
        01 ws-prior-waiting      pic 9(5).
        01 ws-prior-difference   pic s9(13)v99.
        01 ws-prior-count        pic 9(3) value 0.

        *> the parameters CalcSalesComm's entry points take.
        01 ws-rep-name           pic x(40).
        01 ws-in-sales           pic s9(18)v9(9).
        01 ws-out-commission     pic 9(18)v9(9).
        01 ws-as-of-date         pic 9(8).
        01 ws-sale-amount        pic 9(9)v99.
        01 ws-sale-amount-x redefines ws-sale-amount pic x(11).
        01 ws-sales-bad          pic 9(5) value 0.

        01 ws-control-line.
            03 ws-ctl-label       pic x(40).
            03 ws-ctl-count       pic z(4)9.
            03                    pic x(2).
            03 ws-ctl-amount      pic -(12)9.99.
        01 ws-work-amount        pic s9(13)v99.
        01 ws-work-sign          pic x.
        01 ws-scan-sub           pic 9(5).

        procedure division.
        main-line section.
            perform initialize-run
            perform load-released-runs
            perform load-run-sales
            perform load-clean-sales
            perform load-accrual-register

            call "CalcSalesCommInitAccrual" using
                by reference ws-period
                by reference ws-month-end
                by reference ws-rev-period
                by reference ws-rev-run-id
            end-call
            perform accrue-one-sale
                varying acr-idx from 1 by 1
                until acr-idx > ws-acr-count
            call "CalcSalesCommFinished"
            call "CalcSalesGetTotal" using
                by reference ws-accrual-total
            end-call
            compute ws-accrued-override rounded =
                ws-accrual-total - ws-accrued-plan

            perform rewrite-accrual-register
            perform write-control-report

            display "CommMonthEndAccrual: " ws-acr-count
                    " sale(s) accrued for " ws-period
            if ws-sales-bad > 0 or ws-acr-overflow > 0
                goback returning 8
            end-if
            goback.

        *> the closing month, its month-end date, and the reversal's
        *> period and first-day date.
        initialize-run section.
            call "datechkProcessingDate" using
                by reference ws-run-date
            end-call
            move ws-run-date (1:6) to ws-period
            move spaces to ws-period-env
            accept ws-period-env from environment "COMM_ACCRUAL_PERIOD"
            if ws-period-env is numeric
                move ws-period-env to ws-period
            end-if

            move ws-days-in-month (ws-period-month) to ws-last-day
            if ws-period-month = 2
                divide ws-period-year by 4 giving ws-leap-quot
                    remainder ws-leap-rem
                if ws-leap-rem = 0
                    move 29 to ws-last-day
                    divide ws-period-year by 100 giving ws-leap-quot
                        remainder ws-leap-rem
                    if ws-leap-rem = 0
                        divide ws-period-year by 400
                            giving ws-leap-quot
                            remainder ws-leap-rem
                        if ws-leap-rem not = 0
                            move 28 to ws-last-day
                        end-if
                    end-if
                end-if
            end-if
            move ws-period to ws-month-end (1:6)
            move ws-last-day to ws-month-end (7:2)

            move ws-period-year to ws-next-year
            move ws-period-month to ws-next-month
            if ws-next-month = 12
                move 1 to ws-next-month
                add 1 to ws-next-year
            else
                add 1 to ws-next-month
            end-if
            move ws-next-year to ws-rev-period (1:4)
            move ws-next-month to ws-rev-period (5:2)
            move ws-rev-period to ws-rev-run-id (1:6)
            move "01" to ws-rev-run-id (7:2)
            .

        load-released-runs section.
            move 0 to ws-released-run-count
            open input run-control-file
            if ws-runctl-file-status = "00"
                perform load-one-control-record
                    until ws-runctl-file-status not = "00"
                close run-control-file
            end-if
            .

        load-one-control-record section.
            read run-control-file
            if ws-runctl-file-status = "00"
                if rcf-status = "RELEASED"
                        and ws-released-run-count < 200
                    add 1 to ws-released-run-count
                    set rel-idx to ws-released-run-count
                    move rcf-run-id to ws-released-run-id (rel-idx)
                end-if
            end-if
            .

        *> a sale logged by a released run is paid; one logged only
        *> by runs still HELD (or since replaced) is accrued if it
        *> falls in the closing month.
        load-run-sales section.
            move 0 to ws-paid-count
            open input run-sales-file
            if ws-run-sales-status = "00"
                perform load-one-paid-sale
                    until ws-run-sales-status not = "00"
                close run-sales-file
            end-if
            open input run-sales-file
            if ws-run-sales-status = "00"
                perform load-one-unpaid-sale
                    until ws-run-sales-status not = "00"
                close run-sales-file
            end-if
            .

        load-one-paid-sale section.
            read run-sales-file
            if ws-run-sales-status not = "00"
                exit section
            end-if
            perform check-run-released
            if not ws-run-released
                exit section
            end-if
            move rsl-key to ws-this-key
            perform find-paid-key
            if ws-key-found or ws-paid-count = 20000
                exit section
            end-if
            add 1 to ws-paid-count
            set paid-idx to ws-paid-count
            move rsl-key to ws-paid-key (paid-idx)
            move rsl-commission to ws-paid-commission (paid-idx)
            if rsl-comm-sign = "-"
                compute ws-paid-commission (paid-idx) =
                    0 - ws-paid-commission (paid-idx)
            end-if
            .

        load-one-unpaid-sale section.
            read run-sales-file
            if ws-run-sales-status not = "00"
                exit section
            end-if
            if rsl-sale-date (1:6) not = ws-period
                exit section
            end-if
            move rsl-key to ws-this-key
            perform add-accrual-candidate
            .

        check-run-released section.
            move "N" to ws-run-released-flag
            set rel-idx to 1
            if ws-released-run-count > 0
                search ws-released-run-id
                    at end
                        continue
                    when ws-released-run-id (rel-idx) = rsl-run-id
                        set ws-run-released to true
                end-search
            end-if
            .

        find-paid-key section.
            move "N" to ws-key-found-flag
            set paid-idx to 1
            if ws-paid-count > 0
                search ws-paid-entry
                    when paid-idx > ws-paid-count
                        continue
                    when ws-paid-key (paid-idx) = ws-this-key
                        set ws-key-found to true
                end-search
            end-if
            .

        load-clean-sales section.
            open input clean-sales-file
            if ws-clean-file-status = "00"
                perform load-one-clean-sale
                    until ws-clean-file-status not = "00"
                close clean-sales-file
            end-if
            .

        load-one-clean-sale section.
            read clean-sales-file into ws-clean-view
            if ws-clean-file-status not = "00"
                exit section
            end-if
            if ws-cln-type = "D"
                    and ws-cln-sale-date (1:6) = ws-period
                move ws-cln-key to ws-this-key
                perform add-accrual-candidate
            end-if
            .

        *> a sale already paid, or already on the list, is not
        *> accrued again.
        add-accrual-candidate section.
            perform find-paid-key
            if ws-key-found
                exit section
            end-if
            set acr-idx to 1
            if ws-acr-count > 0
                search ws-acr-entry
                    when acr-idx > ws-acr-count
                        continue
                    when ws-acr-key (acr-idx) = ws-this-key
                        exit section
                end-search
            end-if
            if ws-acr-count = 5000
                add 1 to ws-acr-overflow
                exit section
            end-if
            add 1 to ws-acr-count
            set acr-idx to ws-acr-count
            move ws-this-key to ws-acr-key (acr-idx)
            move 0 to ws-acr-commission (acr-idx)
            .

        accrue-one-sale section.
            if ws-acr-amount-x (acr-idx) not numeric
                add 1 to ws-sales-bad
                exit section
            end-if
            if ws-acr-sale-date (acr-idx) numeric
                move ws-acr-sale-date (acr-idx) to ws-as-of-date
                call "CalcSalesCommAsOfDate" using
                    by reference ws-as-of-date
                end-call
            end-if
            move ws-acr-rep-name (acr-idx) to ws-rep-name
            move ws-acr-amount-x (acr-idx) to ws-sale-amount-x
            move ws-sale-amount to ws-in-sales
            move 0 to ws-out-commission
            call "CalcSalesComm" using
                by reference ws-rep-name
                by reference ws-in-sales
                by reference ws-out-commission
            end-call
            if return-code = 0
                compute ws-acr-commission (acr-idx) rounded =
                    ws-out-commission
                add ws-acr-commission (acr-idx) to ws-accrued-plan
            else
                add 1 to ws-sales-bad
            end-if
            move 0 to return-code
            .

        load-accrual-register section.
            move 0 to ws-keep-count
            open input accrual-register
            if ws-register-status = "00"
                perform load-one-register-line
                    until ws-register-status not = "00"
                close accrual-register
            end-if
            .

        load-one-register-line section.
            read accrual-register into ws-reg-line
            if ws-register-status = "00"
                if ws-rgs-period not = ws-period
                        and ws-keep-count < 20000
                    add 1 to ws-keep-count
                    set keep-idx to ws-keep-count
                    move ws-reg-line to ws-keep-line (keep-idx)
                end-if
            end-if
            .

        *> the earlier months as they were, then this month afresh.
        rewrite-accrual-register section.
            perform sum-released-before
            open output accrual-register
            perform rewrite-one-kept-line
                varying keep-idx from 1 by 1
                until keep-idx > ws-keep-count

            move spaces to ws-reg-line
            move "S" to ws-rgs-type
            move ws-period to ws-rgs-period
            move ws-released-before to ws-work-amount
            perform sign-work-amount
            move ws-work-sign to ws-rgs-before-sign
            move ws-work-amount to ws-rgs-before
            move ws-accrued-plan to ws-work-amount
            perform sign-work-amount
            move ws-work-sign to ws-rgs-plan-sign
            move ws-work-amount to ws-rgs-plan
            move ws-accrued-override to ws-work-amount
            perform sign-work-amount
            move ws-work-sign to ws-rgs-ovr-sign
            move ws-work-amount to ws-rgs-ovr
            move ws-month-end to ws-rgs-accrual-date
            write accrual-register-record from ws-reg-line

            perform write-one-accrued-sale
                varying acr-idx from 1 by 1
                until acr-idx > ws-acr-count
            close accrual-register
            .

        rewrite-one-kept-line section.
            write accrual-register-record from ws-keep-line (keep-idx)
            .

        *> makes ws-work-amount unsigned, leaving its sign in
        *> ws-work-sign.
        sign-work-amount section.
            if ws-work-amount < 0
                move "-" to ws-work-sign
                compute ws-work-amount = 0 - ws-work-amount
            else
                move "+" to ws-work-sign
            end-if
            .

        write-one-accrued-sale section.
            move spaces to ws-reg-line
            move "D" to ws-rgd-type
            move ws-period to ws-rgd-period
            move ws-acr-key (acr-idx) to ws-rgd-key
            if ws-acr-commission (acr-idx) < 0
                move "-" to ws-rgd-comm-sign
                compute ws-rgd-commission =
                    0 - ws-acr-commission (acr-idx)
            else
                move "+" to ws-rgd-comm-sign
                move ws-acr-commission (acr-idx) to ws-rgd-commission
            end-if
            write accrual-register-record from ws-reg-line
            .

        *> what released runs have already paid on this month's
        *> sales.
        sum-released-before section.
            move 0 to ws-released-before
            move 0 to ws-released-before-n
            perform add-one-released-before
                varying paid-idx from 1 by 1
                until paid-idx > ws-paid-count
            .

        add-one-released-before section.
            if ws-paid-key (paid-idx) (42:6) = ws-period
                add 1 to ws-released-before-n
                add ws-paid-commission (paid-idx)
                    to ws-released-before
            end-if
            .

        write-control-report section.
            open output accrual-control
            write accrual-control-record from
                "Commission month-end accrual - control report"
            move all "=" to accrual-control-record
            write accrual-control-record
            move spaces to accrual-control-record
            string "CLOSING PERIOD " delimited by size
                   ws-period delimited by size
                   "  ACCRUAL DATED " delimited by size
                   ws-month-end delimited by size
                   "  REVERSAL DATED " delimited by size
                   ws-rev-run-id delimited by size
                into accrual-control-record
            end-string
            write accrual-control-record
            move spaces to accrual-control-record
            write accrual-control-record

            move spaces to ws-control-line
            move "SALES IN PERIOD ALREADY RELEASED" to ws-ctl-label
            move ws-released-before-n to ws-ctl-count
            move ws-released-before to ws-ctl-amount
            write accrual-control-record from ws-control-line
            move spaces to ws-control-line
            move "SALES ACCRUED (NOT YET RELEASED)" to ws-ctl-label
            move ws-acr-count to ws-ctl-count
            move ws-accrued-plan to ws-ctl-amount
            write accrual-control-record from ws-control-line
            move spaces to ws-control-line
            move "OVERRIDES AND CONTEST BONUSES ACCRUED"
                to ws-ctl-label
            move ws-accrued-override to ws-ctl-amount
            write accrual-control-record from ws-control-line
            move spaces to ws-control-line
            move "ACCRUAL JOURNAL / REVERSAL TOTAL" to ws-ctl-label
            compute ws-work-amount rounded = ws-accrual-total
            move ws-work-amount to ws-ctl-amount
            write accrual-control-record from ws-control-line
            compute ws-estimated-actual =
                ws-released-before + ws-accrued-plan
            move spaces to ws-control-line
            move "PERIOD SALES COMMISSION (RELEASED+ACCR)"
                to ws-ctl-label
            move ws-estimated-actual to ws-ctl-amount
            write accrual-control-record from ws-control-line
            if ws-sales-bad > 0
                move spaces to ws-control-line
                move "** SALES NOT PRICED - NOT ACCRUED **"
                    to ws-ctl-label
                move ws-sales-bad to ws-ctl-count
                write accrual-control-record from ws-control-line
            end-if
            if ws-acr-overflow > 0
                move spaces to ws-control-line
                move "** SALES OVER TABLE LIMIT - NOT ACCRUED **"
                    to ws-ctl-label
                move ws-acr-overflow to ws-ctl-count
                write accrual-control-record from ws-control-line
            end-if

            move spaces to accrual-control-record
            write accrual-control-record
            write accrual-control-record from
                "EARLIER ACCRUALS - RELEASED BEFORE + ACCRUED = ACTUAL"
            move 0 to ws-prior-count
            perform settle-one-prior-period
                varying keep-idx from 1 by 1
                until keep-idx > ws-keep-count
            if ws-prior-count = 0
                write accrual-control-record from
                    "  NO EARLIER ACCRUALS ON FILE"
            end-if
            close accrual-control
            .

        *> for each earlier month's summary line: once every sale it
        *> accrued has been released, what the released runs paid on
        *> that month's sales must equal what was released before the
        *> accrual plus what was accrued.
        settle-one-prior-period section.
            move ws-keep-line (keep-idx) to ws-reg-line
            if ws-rgs-type not = "S"
                exit section
            end-if
            add 1 to ws-prior-count
            move ws-rgs-period to ws-prior-period
            move ws-rgs-before to ws-prior-before
            if ws-rgs-before-sign = "-"
                compute ws-prior-before = 0 - ws-prior-before
            end-if
            move ws-rgs-plan to ws-prior-plan
            if ws-rgs-plan-sign = "-"
                compute ws-prior-plan = 0 - ws-prior-plan
            end-if
            move ws-rgs-ovr to ws-prior-override
            if ws-rgs-ovr-sign = "-"
                compute ws-prior-override = 0 - ws-prior-override
            end-if

            move 0 to ws-prior-actual
            perform add-one-prior-actual
                varying paid-idx from 1 by 1
                until paid-idx > ws-paid-count
            move 0 to ws-prior-waiting
            perform check-one-prior-accrued
                varying ws-scan-sub from 1 by 1
                until ws-scan-sub > ws-keep-count

            move spaces to accrual-control-record
            write accrual-control-record
            move spaces to accrual-control-record
            string "  PERIOD " delimited by size
                   ws-prior-period delimited by size
                into accrual-control-record
            end-string
            write accrual-control-record
            move spaces to ws-control-line
            move "    RELEASED BEFORE ACCRUAL" to ws-ctl-label
            move ws-prior-before to ws-ctl-amount
            write accrual-control-record from ws-control-line
            move spaces to ws-control-line
            move "    ACCRUED" to ws-ctl-label
            move ws-prior-plan to ws-ctl-amount
            write accrual-control-record from ws-control-line
            move spaces to ws-control-line
            move "    ACTUAL PAID ON PERIOD SALES" to ws-ctl-label
            move ws-prior-actual to ws-ctl-amount
            write accrual-control-record from ws-control-line
            move spaces to ws-control-line
            move "    OVERRIDES/BONUSES (SHOWN APART)" to ws-ctl-label
            move ws-prior-override to ws-ctl-amount
            write accrual-control-record from ws-control-line

            move spaces to ws-control-line
            if ws-prior-waiting > 0
                move "    AWAITING RELEASE - SALES" to ws-ctl-label
                move ws-prior-waiting to ws-ctl-count
            else
                compute ws-prior-difference =
                    ws-prior-actual - ws-prior-before - ws-prior-plan
                move ws-prior-difference to ws-ctl-amount
                if ws-prior-difference = 0
                    move "    PROVEN - NO DIFFERENCE" to ws-ctl-label
                else
                    move "    ** DIFFERENCE - ACTUAL LESS ACCRUED **"
                        to ws-ctl-label
                end-if
            end-if
            write accrual-control-record from ws-control-line
            .

        add-one-prior-actual section.
            if ws-paid-key (paid-idx) (42:6) = ws-prior-period
                add ws-paid-commission (paid-idx) to ws-prior-actual
            end-if
            .

        *> counts the earlier month's accrued sales not yet on a
        *> released run.
        check-one-prior-accrued section.
            move ws-keep-line (ws-scan-sub) to ws-reg-line
            if ws-rgd-type = "D" and ws-rgd-period = ws-prior-period
                move ws-rgd-key to ws-this-key
                perform find-paid-key
                if not ws-key-found
                    add 1 to ws-prior-waiting
                end-if
            end-if
            .

        end program "CommMonthEndAccrual".
