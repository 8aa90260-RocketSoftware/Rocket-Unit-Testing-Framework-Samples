            select released-csv-file assign to "PayrollReleased.csv"
                    organization  is line sequential.

        *> each released rep's earnings, queued for the payroll
        *> bureau extract.
            select pay-release-file assign to "COMMPAYREL.DAT"
                    organization  is line sequential
                    file status   is ws-payrel-file-status.

            select run-control-file assign to "COMMRUNCTL.DAT"
                    organization  is line sequential
                    file status   is ws-runctl-file-status.
        file section.
        fd held-journal-file.
        01 held-journal-record   pic x(80).
        01 held-journal-detail.
            03 hjd-type           pic x.
            03 hjd-account        pic 9(4).
            03 hjd-region         pic x(4).
            03 hjd-sign           pic x.
            03 hjd-amount         pic 9(11)v99.
            03 hjd-name           pic x(40).
            03                    pic x(17).

        fd pay-release-file.
        01 pay-release-record.
            03 prl-run-id         pic x(8).
            03                    pic x.
            03 prl-rep-name       pic x(40).
            03                    pic x.
            03 prl-sign           pic x.
            03 prl-amount         pic 9(11)v99.
            03                    pic x.
            03 prl-status         pic x(4).
            03                    pic x.
            03 prl-sent-date      pic 9(8).

        fd live-journal-file.
        01 live-journal-record   pic x(80).
        *> GLJOURNAL.DAT and the payroll report to
        *> PayrollReleased.csv, and marks the run RELEASED - so
        *> finance can never import a journal nobody has eyeballed.
        *> The released journal's commission-expense and contest
        *> lines are also totalled by rep and queued OPEN on
        *> COMMPAYREL.DAT, where ScanEmployeeTable picks them up for
        *> the payroll bureau extract instead of payroll re-keying
        *> PayrollReleased.csv.
        *> An unreleased or superseded run stays reportable on the
        *> control file and is simply replaced by a rerun.
        01 ws-held-file-status   pic xx.
        01 ws-report-in-status   pic xx.
        01 ws-runctl-file-status pic xx.
        01 ws-payrel-file-status pic xx.

        *> the released run's earnings by rep, from the journal.
        01 ws-pay-count          pic 9(3) value 0.
        01 ws-pay-table.
            03 ws-pay-entry occurs 200 times
                    indexed by pay-idx.
                05 ws-pay-rep-name    pic x(40).
                05 ws-pay-amount      pic s9(11)v99.
        01 ws-pay-work           pic s9(11)v99.
        78 GL-COMMISSION-EXPENSE-ACCT value 6100.
        78 GL-CONTEST-EXPENSE-ACCT    value 6150.
        01 ws-eof-flag           pic x value "N".
            88 ws-eof                value "Y".


            write release-report-record from
                "JOURNAL AND PAYROLL FILE RELEASED TO FINANCE"
            perform queue-payroll-earnings
            .

        *> one OPEN line per rep for the bureau extract, carrying the
        *> released run's id.
        queue-payroll-earnings section.
            if ws-pay-count = 0
                exit section
            end-if
            open extend pay-release-file
            if ws-payrel-file-status not = "00"
                open output pay-release-file
            end-if
            perform queue-one-rep-earnings
                varying pay-idx from 1 by 1
                until pay-idx > ws-pay-count
            close pay-release-file
            move spaces to ws-detail-line
            move "REPS QUEUED FOR BUREAU" to ws-det-label
            move ws-pay-count to ws-det-value
            write release-report-record from ws-detail-line
            .

        queue-one-rep-earnings section.
            move spaces to pay-release-record
            move ws-ctl-run-id (ws-release-idx) to prl-run-id
            move ws-pay-rep-name (pay-idx) to prl-rep-name
            if ws-pay-amount (pay-idx) < 0
                move "-" to prl-sign
                compute prl-amount = 0 - ws-pay-amount (pay-idx)
            else
                move "+" to prl-sign
                move ws-pay-amount (pay-idx) to prl-amount
            end-if
            move "OPEN" to prl-status
            move 0 to prl-sent-date
            write pay-release-record
            .

        *> a rep's commission-expense and contest-expense lines
        *> (plan, override and adjustment alike) added to their
        *> earnings; the accrual credit is not a rep's.
        tally-rep-earnings section.
            if (hjd-type not = "D" and hjd-type not = "A")
                    or hjd-amount not numeric
                exit section
            end-if
            if hjd-account not = GL-COMMISSION-EXPENSE-ACCT
                    and hjd-account not = GL-CONTEST-EXPENSE-ACCT
                exit section
            end-if
            move hjd-amount to ws-pay-work
            if hjd-sign = "-"
                compute ws-pay-work = 0 - ws-pay-work
            end-if
            set pay-idx to 1
            if ws-pay-count > 0
                search ws-pay-entry
                    at end
                        perform add-rep-earnings-entry
                    when ws-pay-rep-name (pay-idx) = hjd-name
                        continue
                end-search
            else
                perform add-rep-earnings-entry
            end-if
            if pay-idx <= ws-pay-count
                add ws-pay-work to ws-pay-amount (pay-idx)
            end-if
            .

        add-rep-earnings-entry section.
            if ws-pay-count < 200
                add 1 to ws-pay-count
                set pay-idx to ws-pay-count
                move hjd-name to ws-pay-rep-name (pay-idx)
                move 0 to ws-pay-amount (pay-idx)
            else
                set pay-idx to 201
            end-if
            .

        copy-one-journal-line section.
                not at end
                    write live-journal-record from held-journal-record
                    add 1 to ws-lines-copied
                    perform tally-rep-earnings
            end-read
            .

