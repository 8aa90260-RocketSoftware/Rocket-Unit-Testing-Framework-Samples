        program-id. "CommAdjustApprove".
        file-control.
            select adjust-file assign to "COMMADJ.DAT"
                    organization  is line sequential
                    file status   is ws-adjust-file-status.

            select decision-file assign to "COMMADJDEC.DAT"
                    organization  is line sequential
                    file status   is ws-decision-file-status.

            select approval-report assign to "CommAdjustApproval.txt"
                    organization  is line sequential.
        file section.
        fd adjust-file.
        01 adjust-record.
            03 adj-number         pic 9(7).
            03                    pic x.
            03 adj-status         pic x(8).
                88 adj-is-pending     value "PENDING".
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

        fd decision-file.
        01 decision-record.
            03 dec-number-x       pic x(7).
            03                    pic x.
            03 dec-decision       pic x.
                88 dec-approve        value "A".
                88 dec-reject         value "R".

        fd approval-report.
        01 approval-report-record pic x(100).

        working-storage section.
        *> CommAdjustApprove - the checker half of commission
        *> adjustments, the same maker/checker discipline the
        *> commission run's release gets. The approver
        *> (COMM_ADJ_APPROVER, else the signed-on user) decides the
        *> PENDING lines on COMMADJ.DAT that CommAdjustEntry filed:
        *> with a decisions file (COMMADJDEC.DAT: adjustment number
        *> cols 1-7, A approve / R reject in col 9) only the lines it
        *> names are decided; without one every pending line is
        *> approved. An adjustment the approver keyed themselves is
        *> never approved by them - it stays PENDING for someone
        *> else. APPROVED lines are picked up by the next
        *> CommBatchRun. The approval record lists each decision and
        *> whatever is still pending.
        01 ws-adjust-file-status pic xx.
        01 ws-decision-file-status pic xx.

        01 ws-approver           pic x(20).
        01 ws-now-date           pic 9(8).
        01 ws-decisions-flag     pic x value "N".
            88 ws-have-decisions     value "Y".

        *> the whole adjustment file, loaded so decided lines can be
        *> marked and the file rewritten.
        01 ws-adj-count          pic 9(4) value 0.
        01 ws-adj-table.
            03 ws-adj-line occurs 5000 times
                    indexed by adj-idx
                                  pic x(208).

        *> decisions keyed for this approval, by adjustment number.
        01 ws-dec-count          pic 9(4) value 0.
        01 ws-dec-table.
            03 ws-dec-entry occurs 2000 times
                    indexed by dec-idx.
                05 ws-dec-number      pic 9(7).
                05 ws-dec-decision    pic x.
        01 ws-dec-found-flag     pic x.
            88 ws-dec-found          value "Y".
        01 ws-this-decision      pic x.

        01 ws-approved-count     pic 9(5) value 0.
        01 ws-rejected-count     pic 9(5) value 0.
        01 ws-refused-count      pic 9(5) value 0.
        01 ws-pending-count      pic 9(5) value 0.

        01 ws-approval-line.
            03 ws-apl-number      pic z(6)9.
            03                    pic x(2).
            03 ws-apl-rep-name    pic x(20).
            03                    pic x(1).
            03 ws-apl-sale-ref    pic x(12).
            03                    pic x(1).
            03 ws-apl-amount      pic -(9)9.99.
            03                    pic x(1).
            03 ws-apl-reason      pic x(4).
            03                    pic x(1).
            03 ws-apl-keyed-by    pic x(12).
            03                    pic x(1).
            03 ws-apl-result      pic x(24).
        01 ws-apl-work           pic s9(9)v99.

        procedure division.
        main-line section.
            accept ws-approver from environment "COMM_ADJ_APPROVER"
            if ws-approver equal spaces
                accept ws-approver from environment "USER"
            end-if
            call "datechkProcessingDate" using
                by reference ws-now-date
            end-call

            open output approval-report
            write approval-report-record from
                "Commission adjustments - approval record"
            move all "=" to approval-report-record
            write approval-report-record
            if ws-approver equal spaces
                write approval-report-record from
                    "** NO APPROVER - SET COMM_ADJ_APPROVER **"
                close approval-report
                goback returning 8
            end-if
            move spaces to approval-report-record
            string "APPROVER " delimited by size
                   ws-approver delimited by size
                into approval-report-record
            end-string
            write approval-report-record
            move spaces to approval-report-record
            write approval-report-record

            perform load-adjustments
            perform load-decisions
            perform decide-one-adjustment
                varying adj-idx from 1 by 1
                until adj-idx > ws-adj-count
            perform rewrite-adjustments
            perform list-still-pending

            move spaces to approval-report-record
            write approval-report-record
            move spaces to approval-report-record
            string ws-approved-count delimited by size
                   " approved, " delimited by size
                   ws-rejected-count delimited by size
                   " rejected, " delimited by size
                   ws-refused-count delimited by size
                   " keyed by the approver, " delimited by size
                   ws-pending-count delimited by size
                   " still pending" delimited by size
                into approval-report-record
            end-string
            write approval-report-record
            close approval-report
            if ws-refused-count > 0
                goback returning 4
            end-if
            goback.

        load-adjustments section.
            move 0 to ws-adj-count
            open input adjust-file
            if ws-adjust-file-status = "00"
                perform load-one-adjustment
                    until ws-adjust-file-status not = "00"
                        or ws-adj-count = 5000
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

        load-decisions section.
            move 0 to ws-dec-count
            open input decision-file
            if ws-decision-file-status = "00"
                set ws-have-decisions to true
                perform load-one-decision
                    until ws-decision-file-status not = "00"
                        or ws-dec-count = 2000
                close decision-file
            end-if
            .

        load-one-decision section.
            read decision-file
            if ws-decision-file-status = "00"
                if dec-number-x numeric
                        and (dec-approve or dec-reject)
                    add 1 to ws-dec-count
                    set dec-idx to ws-dec-count
                    move dec-number-x to ws-dec-number (dec-idx)
                    move dec-decision to ws-dec-decision (dec-idx)
                end-if
            end-if
            .

        decide-one-adjustment section.
            move ws-adj-line (adj-idx) to adjust-record
            if not adj-is-pending
                exit section
            end-if

            if ws-have-decisions
                perform find-decision
                if not ws-dec-found
                    exit section
                end-if
                move ws-dec-decision (dec-idx) to ws-this-decision
            else
                move "A" to ws-this-decision
            end-if

            perform format-approval-line
            if adj-keyed-by equal ws-approver
                add 1 to ws-refused-count
                move "REFUSED - KEYED BY YOU" to ws-apl-result
                write approval-report-record from ws-approval-line
                exit section
            end-if

            if ws-this-decision = "R"
                move "REJECTED" to adj-status
                add 1 to ws-rejected-count
                move "REJECTED" to ws-apl-result
            else
                move "APPROVED" to adj-status
                add 1 to ws-approved-count
                move "APPROVED" to ws-apl-result
            end-if
            move ws-approver to adj-approver
            move ws-now-date to adj-approved-date
            move adjust-record to ws-adj-line (adj-idx)
            write approval-report-record from ws-approval-line
            .

        find-decision section.
            move "N" to ws-dec-found-flag
            set dec-idx to 1
            if ws-dec-count > 0
                search ws-dec-entry
                    at end
                        continue
                    when ws-dec-number (dec-idx) = adj-number
                        set ws-dec-found to true
                end-search
            end-if
            .

        format-approval-line section.
            move spaces to ws-approval-line
            move adj-number to ws-apl-number
            move adj-rep-name to ws-apl-rep-name
            move adj-sale-ref to ws-apl-sale-ref
            move adj-amount to ws-apl-work
            if adj-sign = "-"
                compute ws-apl-work = 0 - ws-apl-work
            end-if
            move ws-apl-work to ws-apl-amount
            move adj-reason to ws-apl-reason
            move adj-keyed-by to ws-apl-keyed-by
            .

        rewrite-adjustments section.
            if ws-adj-count > 0
                open output adjust-file
                perform rewrite-one-adjustment
                    varying adj-idx from 1 by 1
                    until adj-idx > ws-adj-count
                close adjust-file
            end-if
            .

        rewrite-one-adjustment section.
            write adjust-record from ws-adj-line (adj-idx)
            .

        list-still-pending section.
            move spaces to approval-report-record
            write approval-report-record
            write approval-report-record from
                "ADJUSTMENTS STILL PENDING:"
            perform list-one-pending
                varying adj-idx from 1 by 1
                until adj-idx > ws-adj-count
            .

        list-one-pending section.
            move ws-adj-line (adj-idx) to adjust-record
            if adj-is-pending
                add 1 to ws-pending-count
                perform format-approval-line
                move "PENDING" to ws-apl-result
                write approval-report-record from ws-approval-line
            end-if
            .

        end program "CommAdjustApprove".
