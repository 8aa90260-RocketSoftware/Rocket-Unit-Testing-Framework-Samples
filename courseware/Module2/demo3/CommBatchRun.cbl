            select clean-sales-file assign to "SalesClean.DAT"
                    organization  is line sequential
                    file status   is ws-clean-file-status.

            select adjust-file assign to "COMMADJ.DAT"
                    organization  is line sequential
                    file status   is ws-adjust-file-status.

            select run-sales-file assign to "COMMRUNSALES.DAT"
                    organization  is line sequential
                    file status   is ws-run-sales-status.
        file section.
        fd clean-sales-file.
        01 clean-sales-record    pic x(80).

        fd adjust-file.
        01 adjust-record.
            03 adj-number         pic 9(7).
            03                    pic x.
            03 adj-status         pic x(8).
                88 adj-is-approved    value "APPROVED".
                88 adj-is-applied     value "APPLIED".
            03                    pic x.
            03 adj-rep-name       pic x(40).
            03                    pic x.
            03 adj-sale-ref       pic x(12).
            03                    pic x.
            03 adj-sale-date      pic 9(8).
            03                    pic x.
            03 adj-sign           pic x.
            03                    pic x.
            03 adj-amount         pic 9(9)v99.
            03                    pic x.
            03 adj-reason         pic x(4).
            03                    pic x.
            03 adj-note           pic x(40).
            03                    pic x.
            03 adj-keyed-by       pic x(20).
            03                    pic x.
            03 adj-keyed-date     pic 9(8).
            03                    pic x.
            03 adj-approver       pic x(20).
            03                    pic x.
            03 adj-approved-date  pic 9(8).
            03                    pic x.
            03 adj-run-id         pic x(8).

        *> every sale a run posted, against the run id the
        *> run-control file releases it under - how the month-end
        *> accrual tells a sale already paid from one still to pay.
        fd run-sales-file.
        01 run-sales-record.
            03 rsl-run-id         pic x(8).
            03                    pic x.
            03 rsl-rep-name       pic x(40).
            03                    pic x.
            03 rsl-sale-date      pic x(8).
            03                    pic x.
            03 rsl-amount-x       pic x(11).
            03                    pic x.
            03 rsl-comm-sign      pic x.
            03 rsl-commission     pic 9(13)v99.

        working-storage section.
        *> CommBatchRun - the parameterless batch driver for the
        *> commission run, so the nightly schedule can release it
        *>     (run id = the shop's business date)
        *>   - one CalcSalesComm call per detail, the sale's own
        *>     date set through CalcSalesCommAsOfDate
        *>   - one CalcSalesCommAdjustment call per APPROVED
        *>     dispute adjustment on COMMADJ.DAT, each then marked
        *>     APPLIED with the run id (the business date) - a rerun
        *>     the same day posts the day's APPLIED lines again, as
        *>     it re-posts the day's sales
        *>   - each posted sale and its commission logged on
        *>     COMMRUNSALES.DAT under the run id, for the month-end
        *>     accrual (CommMonthEndAccrual)
        *>   - CalcSalesCommSettle, CalcSalesCommStatements and
        *>     CalcSalesCommFinished to close the run out.
        01 ws-clean-file-status  pic xx.

        01 ws-period-env         pic x(20).
        01 ws-gl-period-env      pic x(6).
        01 ws-parm-program       pic x(20) value "CommBatchRun".
        01 ws-parm-name          pic x(30).
        01 ws-parm-value         pic x(20).
        01 ws-run-date           pic 9(8).
        01 ws-gl-run-id          pic x(8).

        01 ws-out-commission     pic 9(18)v9(9).
        01 ws-as-of-date         pic 9(8).

        01 ws-adjust-file-status pic xx.
        01 ws-run-sales-status   pic xx.
        01 ws-adj-count          pic 9(4) value 0.
        01 ws-adj-table.
            03 ws-adj-line occurs 5000 times
                    indexed by adj-idx
                                  pic x(208).
        01 ws-adj-run-id         pic x(8).
        01 ws-adj-amount         pic s9(18)v9(9).
        01 ws-adj-reason         pic x(4).
        01 ws-adj-sale-ref       pic x(12).
        01 ws-adj-changed-flag   pic x value "N".
            88 ws-adj-changed        value "Y".
        01 ws-adjustments-posted pic 9(7) value 0.
        01 ws-adjustments-held   pic 9(7) value 0.

        01 ws-sales-posted       pic 9(7) value 0.
        01 ws-sales-held         pic 9(7) value 0.
        01 ws-sales-bad          pic 9(7) value 0.
            perform start-commission-run
            perform post-clean-sales until ws-eof
            close clean-sales-file
            perform post-approved-adjustments
            perform close-commission-run

            display "CommBatchRun: " ws-sales-posted " posted, "
                    ws-sales-held " held, " ws-sales-bad " bad"
            display "CommBatchRun: " ws-adjustments-posted
                    " adjustments posted, " ws-adjustments-held
                    " held"
            if ws-sales-bad > 0
                goback returning 8
            end-if
            if ws-sales-held > 0 or ws-adjustments-held > 0
                goback returning 4
            end-if
            goback.

        start-commission-run section.
            move "COMM_PERIOD" to ws-parm-name
            call "RunParmValue" using
                by reference ws-parm-program
                by reference ws-parm-name
                by reference ws-parm-value
            end-call
            move ws-parm-value to ws-period-env
            if ws-period-env not = spaces
                call "CalcSalesCommInitForPeriod" using
                    by reference ws-period-env

            call "CalcSalesCommValidateReps"

            call "datechkProcessingDate" using
                by reference ws-run-date
            end-call
            move ws-run-date to ws-adj-run-id
            open extend run-sales-file
            if ws-run-sales-status not = "00"
                open output run-sales-file
            end-if

            move "COMM_GL_PERIOD" to ws-parm-name
            call "RunParmValue" using
                by reference ws-parm-program
                by reference ws-parm-name
                by reference ws-parm-value
            end-call
            move ws-parm-value to ws-gl-period-env
            if ws-gl-period-env not = spaces
                move ws-run-date to ws-gl-run-id
                call "CalcSalesCommGLPeriod" using
                    by reference ws-gl-period-env
            evaluate return-code
                when 0
                    add 1 to ws-sales-posted
                    perform log-run-sale
                when 4
                    add 1 to ws-sales-held
                when other
            move 0 to return-code
            .

        log-run-sale section.
            move spaces to run-sales-record
            move ws-adj-run-id to rsl-run-id
            move ws-det-rep-name to rsl-rep-name
            move ws-det-date to rsl-sale-date
            move ws-det-amount-x to rsl-amount-x
            move "+" to rsl-comm-sign
            compute rsl-commission rounded = ws-out-commission
            write run-sales-record
            .

        *> the approved dispute adjustments, posted after the day's
        *> sales so each lands as its own line on the statement.
        post-approved-adjustments section.
            move 0 to ws-adj-count
            open input adjust-file
            if ws-adjust-file-status not = "00"
                exit section
            end-if
            perform load-one-adjustment
                until ws-adjust-file-status not = "00"
                    or ws-adj-count = 5000
            close adjust-file

            perform post-one-adjustment
                varying adj-idx from 1 by 1
                until adj-idx > ws-adj-count

            if ws-adj-changed
                open output adjust-file
                perform rewrite-one-adjustment
                    varying adj-idx from 1 by 1
                    until adj-idx > ws-adj-count
                close adjust-file
            end-if
            .

        load-one-adjustment section.
            read adjust-file
            if ws-adjust-file-status = "00"
                add 1 to ws-adj-count
                set adj-idx to ws-adj-count
                move adjust-record to ws-adj-line (adj-idx)
            end-if
            .

        post-one-adjustment section.
            move ws-adj-line (adj-idx) to adjust-record
            if not adj-is-approved
                and not (adj-is-applied and adj-run-id = ws-adj-run-id)
                exit section
            end-if

        *> the roster check prices against the disputed sale's date.
            move adj-sale-date to ws-as-of-date
            call "CalcSalesCommAsOfDate" using
                by reference ws-as-of-date
            end-call
            move adj-rep-name to ws-rep-name
            move adj-amount to ws-adj-amount
            if adj-sign = "-"
                compute ws-adj-amount = 0 - ws-adj-amount
            end-if
            move adj-reason to ws-adj-reason
            move adj-sale-ref to ws-adj-sale-ref
            call "CalcSalesCommAdjustment" using
                by reference ws-rep-name
                by reference ws-adj-amount
                by reference ws-adj-reason
                by reference ws-adj-sale-ref
            end-call
            if return-code = 0
                add 1 to ws-adjustments-posted
                move "APPLIED" to adj-status
                move ws-adj-run-id to adj-run-id
                move adjust-record to ws-adj-line (adj-idx)
                set ws-adj-changed to true
            else
                add 1 to ws-adjustments-held
            end-if
            move 0 to return-code
            .

        rewrite-one-adjustment section.
            write adjust-record from ws-adj-line (adj-idx)
            .

        close-commission-run section.
            close run-sales-file
            call "CalcSalesCommSettle"
            call "CalcSalesCommStatements"
            call "CalcSalesCommFinished"
