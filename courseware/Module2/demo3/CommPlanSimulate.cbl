        program-id. "CommPlanSimulate".
        file-control.
            select sim-sales-file assign to ws-sim-sales-name
                    organization  is line sequential
                    file status   is ws-sim-sales-status.

            select run-sales-file assign to "COMMRUNSALES.DAT"
                    organization  is line sequential
                    file status   is ws-run-sales-status.

            select run-control-file assign to "COMMRUNCTL.DAT"
                    organization  is line sequential
                    file status   is ws-runctl-file-status.

            select roster-file assign to "saledata.asc"
                    organization  is line sequential
                    file status   is ws-roster-file-status.

            select roster-index-file assign to "saledata.idx"
                    organization  is indexed
                    access        is sequential
                    record key    is ridx-rep-name
                    alternate record key is ridx-region
                        with duplicates
                    alternate record key is ridx-state
                        with duplicates
                    file status   is ws-roster-file-status.

            select simulation-report assign to "CommPlanSimulation.txt"
                    organization  is line sequential.
        file section.
        fd sim-sales-file.
        01 sim-sales-record      pic x(80).

        fd run-sales-file.
        01 run-sales-record.
            03 rsl-run-id         pic x(8).
            03                    pic x.
            03 rsl-key            pic x(61).
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

        fd roster-file.
        01 roster-record.
            03 roster-loc-state   pic x(2).
            03 roster-rep         pic x(20).
            03 roster-office      pic x(4).
            03 roster-manager     pic x(20).
            03 roster-hire-date   pic 9(8).
            03 roster-term-date   pic 9(8).

        fd roster-index-file.
        01 roster-index-record.
            03 ridx-rep-name      pic x(20).
            03 ridx-region        pic x(4).
            03 ridx-state         pic x(2).
            03 ridx-manager       pic x(20).
            03 ridx-hire-date     pic 9(8).
            03 ridx-term-date     pic 9(8).

        fd simulation-report.
        01 simulation-report-record pic x(100).

        working-storage section.
        *> CommPlanSimulate - what a proposed commission plan would
        *> have cost. A past period's balanced sales (the archived
        *> SalesClean.DAT for that period, named by COMM_SIM_SALES -
        *> the current SalesClean.DAT when unset) are re-priced
        *> through CalcSalesComm's simulation mode on plan
        *> COMM_SIM_PLAN (default STD) as the proposed plan table
        *> COMM_SIM_PLAN_TABLE (default COMMPLAN.TBL) defines it.
        *> Simulation books nothing: REPPTD.DAT, the GL files, the
        *> run-control file and the draw table are never touched.
        *>
        *> Actual commission is what the released runs paid on the
        *> same sales (COMMRUNSALES.DAT under a run id COMMRUNCTL.DAT
        *> shows RELEASED). CommPlanSimulation.txt compares the two
        *> side by side per rep and per region (region from the
        *> SALEDATA roster) and ends with the total cost change. A
        *> sale no released run paid is simulated but counted apart,
        *> so the comparison is always like for like. Plan commission
        *> only - manager overrides and contest bonuses do not depend
        *> on the bands.
        01 ws-sim-sales-status   pic xx.
        01 ws-run-sales-status   pic xx.
        01 ws-runctl-file-status pic xx.
        01 ws-roster-file-status pic xx.

        01 ws-sim-sales-name     pic x(40).
        01 ws-sim-plan-table     pic x(40).
        01 ws-sim-plan-code      pic x(4).

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
        01 ws-this-key           pic x(61).
        01 ws-key-found-flag     pic x.
            88 ws-key-found          value "Y".

        01 ws-roster-count       pic 9(4) comp-5 value 0.
        01 ws-roster-table.
            03 ws-roster-entry occurs 2000 times
                    indexed by roster-idx.
                05 ws-roster-name     pic x(20).
                05 ws-roster-region   pic x(4).

        01 ws-sale-view.
            03 ws-sal-type        pic x.
            03                    pic x.
            03 ws-sal-key.
                05 ws-sal-rep-name    pic x(40).
                05                    pic x.
                05 ws-sal-date        pic x(8).
                05                    pic x.
                05 ws-sal-amount-x    pic x(11).
            03                    pic x(17).

        *> per rep and per region: the compared sales (actual and
        *> simulated) and the sales no released run paid.
        01 ws-rep-count          pic 9(3) value 0.
        01 ws-rep-table.
            03 ws-rep-entry occurs 500 times
                    indexed by rep-idx.
                05 ws-rep-name        pic x(40).
                05 ws-rep-region      pic x(4).
                05 ws-rep-sales       pic 9(5).
                05 ws-rep-actual      pic s9(13)v99.
                05 ws-rep-simulated   pic s9(13)v99.
                05 ws-rep-unpaid      pic 9(5).
                05 ws-rep-unpaid-sim  pic s9(13)v99.
        01 ws-region-count       pic 9(3) value 0.
        01 ws-region-table.
            03 ws-region-entry occurs 100 times
                    indexed by reg-idx.
                05 ws-region-code     pic x(4).
                05 ws-region-sales    pic 9(5).
                05 ws-region-actual   pic s9(13)v99.
                05 ws-region-simulated pic s9(13)v99.

        01 ws-total-sales        pic 9(7) value 0.
        01 ws-total-actual       pic s9(13)v99 value 0.
        01 ws-total-simulated    pic s9(13)v99 value 0.
        01 ws-total-unpaid       pic 9(7) value 0.
        01 ws-total-unpaid-sim   pic s9(13)v99 value 0.
        01 ws-sales-bad          pic 9(7) value 0.
        01 ws-table-full         pic 9(7) value 0.

        *> the parameters CalcSalesComm's entry points take.
        01 ws-rep-name-parm      pic x(40).
        01 ws-in-sales           pic s9(18)v9(9).
        01 ws-out-commission     pic 9(18)v9(9).
        01 ws-as-of-date         pic 9(8).
        01 ws-sale-amount        pic 9(9)v99.
        01 ws-sale-amount-x redefines ws-sale-amount pic x(11).
        01 ws-sim-commission     pic s9(13)v99.
        01 ws-act-commission     pic s9(13)v99.
        01 ws-work-region        pic x(4).

        01 ws-compare-line.
            03 ws-cmp-name        pic x(30).
            03                    pic x.
            03 ws-cmp-region      pic x(4).
            03                    pic x.
            03 ws-cmp-sales       pic z(4)9.
            03                    pic x.
            03 ws-cmp-actual      pic -(11)9.99.
            03                    pic x.
            03 ws-cmp-simulated   pic -(11)9.99.
            03                    pic x.
            03 ws-cmp-difference  pic -(11)9.99.
        01 ws-compare-heading.
            03                    pic x(30) value "REP / REGION".
            03                    pic x(6) value " REGN".
            03                    pic x(6) value " SALES".
            03                    pic x(16) value "          ACTUAL".
            03                    pic x(16) value "       SIMULATED".
            03                    pic x(16) value "      DIFFERENCE".
        01 ws-work-difference    pic s9(13)v99.

        procedure division.
        main-line section.
            move spaces to ws-sim-sales-name
            accept ws-sim-sales-name from environment "COMM_SIM_SALES"
            if ws-sim-sales-name = spaces
                move "SalesClean.DAT" to ws-sim-sales-name
            end-if
            move spaces to ws-sim-plan-table
            accept ws-sim-plan-table
                from environment "COMM_SIM_PLAN_TABLE"
            if ws-sim-plan-table = spaces
                move "COMMPLAN.TBL" to ws-sim-plan-table
            end-if
            move spaces to ws-sim-plan-code
            accept ws-sim-plan-code from environment "COMM_SIM_PLAN"
            if ws-sim-plan-code = spaces
                move "STD" to ws-sim-plan-code
            end-if

            open output simulation-report
            write simulation-report-record from
                "Commission plan what-if simulation"
            move all "=" to simulation-report-record
            write simulation-report-record
            move spaces to simulation-report-record
            string "SALES FILE     " delimited by size
                   ws-sim-sales-name delimited by size
                into simulation-report-record
            end-string
            write simulation-report-record
            move spaces to simulation-report-record
            string "PROPOSED TABLE " delimited by size
                   ws-sim-plan-table delimited by size
                into simulation-report-record
            end-string
            write simulation-report-record
            move spaces to simulation-report-record
            string "PLAN           " delimited by size
                   ws-sim-plan-code delimited by size
                into simulation-report-record
            end-string
            write simulation-report-record

            open input sim-sales-file
            if ws-sim-sales-status not = "00"
                write simulation-report-record from
                    "** SALES FILE NOT FOUND - NOTHING SIMULATED **"
                close simulation-report
                goback returning 8
            end-if

            call "CalcSalesCommInitSimulate" using
                by reference ws-sim-plan-table
                by reference ws-sim-plan-code
            end-call
            if return-code not = 0
                write simulation-report-record from
                    "** PLAN NOT ON THE PROPOSED TABLE **"
                close sim-sales-file
                close simulation-report
                goback returning 8
            end-if

            perform load-released-runs
            perform load-paid-sales
            perform load-roster

            perform simulate-one-sale
                until ws-sim-sales-status not = "00"
            close sim-sales-file
            call "CalcSalesCommFinished"

            perform write-comparison
            close simulation-report
            display "CommPlanSimulate: " ws-total-sales
                    " sale(s) compared, see CommPlanSimulation.txt"
            if ws-sales-bad > 0 or ws-table-full > 0
                goback returning 4
            end-if
            goback.

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

        load-paid-sales section.
            move 0 to ws-paid-count
            open input run-sales-file
            if ws-run-sales-status = "00"
                perform load-one-paid-sale
                    until ws-run-sales-status not = "00"
                close run-sales-file
            end-if
            .

        *> the newest released payment of a sale stands - a rerun
        *> that was released replaced the earlier one.
        load-one-paid-sale section.
            read run-sales-file
            if ws-run-sales-status not = "00"
                exit section
            end-if
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
            if not ws-run-released
                exit section
            end-if
            move rsl-key to ws-this-key
            perform find-paid-key
            if not ws-key-found
                if ws-paid-count = 20000
                    exit section
                end-if
                add 1 to ws-paid-count
                set paid-idx to ws-paid-count
                move rsl-key to ws-paid-key (paid-idx)
            end-if
            move rsl-commission to ws-paid-commission (paid-idx)
            if rsl-comm-sign = "-"
                compute ws-paid-commission (paid-idx) =
                    0 - ws-paid-commission (paid-idx)
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

        load-roster section.
            move 0 to ws-roster-count
            open input roster-index-file
            if ws-roster-file-status = "00"
                perform read-one-roster-index-record
                    until ws-roster-file-status not = "00"
                        or ws-roster-count = 2000
                close roster-index-file
            else
                open input roster-file
                if ws-roster-file-status = "00"
                    perform read-one-roster-record
                        until ws-roster-file-status not = "00"
                            or ws-roster-count = 2000
                    close roster-file
                end-if
            end-if
            .

        read-one-roster-index-record section.
            read roster-index-file
            if ws-roster-file-status = "00"
                add 1 to ws-roster-count
                set roster-idx to ws-roster-count
                move ridx-rep-name to ws-roster-name (roster-idx)
                move ridx-region to ws-roster-region (roster-idx)
            end-if
            .

        read-one-roster-record section.
            read roster-file
            if ws-roster-file-status = "00"
                add 1 to ws-roster-count
                set roster-idx to ws-roster-count
                move roster-rep to ws-roster-name (roster-idx)
                move roster-office to ws-roster-region (roster-idx)
            end-if
            .

        simulate-one-sale section.
            read sim-sales-file into ws-sale-view
            if ws-sim-sales-status not = "00"
                exit section
            end-if
            if ws-sal-type not = "D"
                exit section
            end-if
            if ws-sal-amount-x not numeric
                add 1 to ws-sales-bad
                exit section
            end-if
            if ws-sal-date numeric
                move ws-sal-date to ws-as-of-date
                call "CalcSalesCommAsOfDate" using
                    by reference ws-as-of-date
                end-call
            end-if
            move ws-sal-rep-name to ws-rep-name-parm
            move ws-sal-amount-x to ws-sale-amount-x
            move ws-sale-amount to ws-in-sales
            move 0 to ws-out-commission
            call "CalcSalesComm" using
                by reference ws-rep-name-parm
                by reference ws-in-sales
                by reference ws-out-commission
            end-call
            if return-code not = 0
                add 1 to ws-sales-bad
                move 0 to return-code
                exit section
            end-if
            move 0 to return-code
            compute ws-sim-commission rounded = ws-out-commission

            perform find-rep-entry
            if rep-idx > ws-rep-count
                add 1 to ws-table-full
                exit section
            end-if
            move ws-sal-key to ws-this-key
            perform find-paid-key
            if not ws-key-found
                add 1 to ws-rep-unpaid (rep-idx)
                add ws-sim-commission to ws-rep-unpaid-sim (rep-idx)
                add 1 to ws-total-unpaid
                add ws-sim-commission to ws-total-unpaid-sim
                exit section
            end-if
            move ws-paid-commission (paid-idx) to ws-act-commission
            add 1 to ws-rep-sales (rep-idx)
            add ws-act-commission to ws-rep-actual (rep-idx)
            add ws-sim-commission to ws-rep-simulated (rep-idx)
            add 1 to ws-total-sales
            add ws-act-commission to ws-total-actual
            add ws-sim-commission to ws-total-simulated

            move ws-rep-region (rep-idx) to ws-work-region
            perform find-region-entry
            if reg-idx > ws-region-count
                add 1 to ws-table-full
                exit section
            end-if
            add 1 to ws-region-sales (reg-idx)
            add ws-act-commission to ws-region-actual (reg-idx)
            add ws-sim-commission to ws-region-simulated (reg-idx)
            .

        *> the rep's slot, opened with their roster region on first
        *> sight; rep-idx past the count when the table is full.
        find-rep-entry section.
            set rep-idx to 1
            if ws-rep-count > 0
                search ws-rep-entry
                    when rep-idx > ws-rep-count
                        continue
                    when ws-rep-name (rep-idx) = ws-sal-rep-name
                        exit section
                end-search
            end-if
            if ws-rep-count = 500
                set rep-idx to 501
                exit section
            end-if
            add 1 to ws-rep-count
            set rep-idx to ws-rep-count
            move ws-sal-rep-name to ws-rep-name (rep-idx)
            move 0 to ws-rep-sales (rep-idx)
            move 0 to ws-rep-actual (rep-idx)
            move 0 to ws-rep-simulated (rep-idx)
            move 0 to ws-rep-unpaid (rep-idx)
            move 0 to ws-rep-unpaid-sim (rep-idx)
            move "UNKN" to ws-rep-region (rep-idx)
            set roster-idx to 1
            if ws-roster-count > 0
                search ws-roster-entry
                    at end
                        continue
                    when ws-roster-name (roster-idx) =
                            ws-sal-rep-name (1:20)
                        move ws-roster-region (roster-idx)
                            to ws-rep-region (rep-idx)
                end-search
            end-if
            .

        find-region-entry section.
            set reg-idx to 1
            if ws-region-count > 0
                search ws-region-entry
                    when reg-idx > ws-region-count
                        continue
                    when ws-region-code (reg-idx) = ws-work-region
                        exit section
                end-search
            end-if
            if ws-region-count = 100
                set reg-idx to 101
                exit section
            end-if
            add 1 to ws-region-count
            set reg-idx to ws-region-count
            move ws-work-region to ws-region-code (reg-idx)
            move 0 to ws-region-sales (reg-idx)
            move 0 to ws-region-actual (reg-idx)
            move 0 to ws-region-simulated (reg-idx)
            .

        write-comparison section.
            move spaces to simulation-report-record
            write simulation-report-record
            write simulation-report-record from "BY REP"
            write simulation-report-record from ws-compare-heading
            perform write-one-rep-comparison
                varying rep-idx from 1 by 1
                until rep-idx > ws-rep-count

            move spaces to simulation-report-record
            write simulation-report-record
            write simulation-report-record from "BY REGION"
            write simulation-report-record from ws-compare-heading
            perform write-one-region-comparison
                varying reg-idx from 1 by 1
                until reg-idx > ws-region-count

            move spaces to simulation-report-record
            write simulation-report-record
            move all "-" to simulation-report-record
            write simulation-report-record
            move spaces to ws-compare-line
            move "TOTAL COST CHANGE" to ws-cmp-name
            move ws-total-sales to ws-cmp-sales
            move ws-total-actual to ws-cmp-actual
            move ws-total-simulated to ws-cmp-simulated
            compute ws-work-difference =
                ws-total-simulated - ws-total-actual
            move ws-work-difference to ws-cmp-difference
            write simulation-report-record from ws-compare-line

            if ws-total-unpaid > 0
                move spaces to ws-compare-line
                move "SALES NO RELEASED RUN PAID" to ws-cmp-name
                move ws-total-unpaid to ws-cmp-sales
                move ws-total-unpaid-sim to ws-cmp-simulated
                write simulation-report-record from ws-compare-line
                write simulation-report-record from
                    "  (simulated only - not in the cost change)"
            end-if
            if ws-sales-bad > 0
                move spaces to ws-compare-line
                move "** SALES NOT PRICED **" to ws-cmp-name
                move ws-sales-bad to ws-cmp-sales
                write simulation-report-record from ws-compare-line
            end-if
            if ws-table-full > 0
                move spaces to ws-compare-line
                move "** SALES OVER TABLE LIMITS **" to ws-cmp-name
                move ws-table-full to ws-cmp-sales
                write simulation-report-record from ws-compare-line
            end-if
            .

        write-one-rep-comparison section.
            move spaces to ws-compare-line
            move ws-rep-name (rep-idx) to ws-cmp-name
            move ws-rep-region (rep-idx) to ws-cmp-region
            move ws-rep-sales (rep-idx) to ws-cmp-sales
            move ws-rep-actual (rep-idx) to ws-cmp-actual
            move ws-rep-simulated (rep-idx) to ws-cmp-simulated
            compute ws-work-difference =
                ws-rep-simulated (rep-idx) - ws-rep-actual (rep-idx)
            move ws-work-difference to ws-cmp-difference
            write simulation-report-record from ws-compare-line
            if ws-rep-unpaid (rep-idx) > 0
                move spaces to ws-compare-line
                move "  not on a released run" to ws-cmp-name
                move ws-rep-unpaid (rep-idx) to ws-cmp-sales
                move ws-rep-unpaid-sim (rep-idx) to ws-cmp-simulated
                write simulation-report-record from ws-compare-line
            end-if
            .

        write-one-region-comparison section.
            move spaces to ws-compare-line
            move ws-region-code (reg-idx) to ws-cmp-name
            move ws-region-code (reg-idx) to ws-cmp-region
            move ws-region-sales (reg-idx) to ws-cmp-sales
            move ws-region-actual (reg-idx) to ws-cmp-actual
            move ws-region-simulated (reg-idx) to ws-cmp-simulated
            compute ws-work-difference =
                ws-region-simulated (reg-idx)
                    - ws-region-actual (reg-idx)
            move ws-work-difference to ws-cmp-difference
            write simulation-report-record from ws-compare-line
            .

        end program "CommPlanSimulate".
