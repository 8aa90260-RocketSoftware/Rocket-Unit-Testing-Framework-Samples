        program-id. "CommDisputeRegister".
        file-control.
            select adjust-file assign to "COMMADJ.DAT"
                    organization  is line sequential
                    file status   is ws-adjust-file-status.

            select reason-table-file assign to "COMMREASON.TBL"
                    organization  is line sequential
                    file status   is ws-reason-file-status.

            select dispute-register assign to "CommDisputeRegister.txt"
                    organization  is line sequential.
        file section.
        fd adjust-file.
        01 adjust-record.
            03 adj-number         pic 9(7).
            03                    pic x.
            03 adj-status         pic x(8).
                88 adj-is-pending     value "PENDING".
                88 adj-is-approved    value "APPROVED".
                88 adj-is-applied     value "APPLIED".
                88 adj-is-rejected    value "REJECTED".
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

        fd reason-table-file.
        01 reason-table-record   pic x(80).

        fd dispute-register.
        01 dispute-register-record pic x(110).

        working-storage section.
        *> CommDisputeRegister - the sales operations manager's
        *> register of commission disputes by reason code. Every
        *> adjustment on COMMADJ.DAT keyed in the period
        *> (COMM_DISPUTE_FROM / COMM_DISPUTE_TO as yyyymmdd on the
        *> keyed date; without them the whole file) is listed under
        *> its COMMREASON.TBL reason - rep, sale reference and date,
        *> signed amount, where it stands (PENDING, APPROVED, APPLIED
        *> with the paying run, REJECTED), who keyed and who approved
        *> it, and the note - with a count and amount per status for
        *> each reason and for the register as a whole. A code since
        *> taken off the table still lists, under NOT ON TABLE.
        01 ws-adjust-file-status pic xx.
        01 ws-reason-file-status pic xx.

        01 ws-from-date          pic 9(8) value 0.
        01 ws-to-date            pic 9(8) value 99999999.
        01 ws-param-env          pic x(8).

        01 ws-reason-count       pic 9(2) value 0.
        01 ws-reason-table.
            03 ws-reason-entry occurs 50 times
                    indexed by rsn-idx.
                05 ws-rsn-code        pic x(4).
                05 ws-rsn-desc        pic x(40).
        01 ws-reason-record      pic x(80).
        *> 0 lists the codes no longer on the table.
        01 ws-list-reason        pic 9(2).
        01 ws-reason-found-flag  pic x.
            88 ws-reason-found       value "Y".

        01 ws-adj-count          pic 9(4) value 0.
        01 ws-adj-table.
            03 ws-adj-line occurs 5000 times
                    indexed by adj-idx
                                  pic x(208).

        *> counts and amounts by status - 1 pending, 2 approved,
        *> 3 applied, 4 rejected - for the reason being listed and
        *> for the whole register.
        01 ws-status-idx         pic 9.
        01 ws-reason-totals.
            03 ws-rsn-tot occurs 4 times.
                05 ws-rsn-tot-count   pic 9(5).
                05 ws-rsn-tot-amount  pic s9(11)v99.
        01 ws-grand-totals.
            03 ws-grd-tot occurs 4 times.
                05 ws-grd-tot-count   pic 9(5).
                05 ws-grd-tot-amount  pic s9(11)v99.
        01 ws-status-names.
            03                    pic x(8) value "PENDING".
            03                    pic x(8) value "APPROVED".
            03                    pic x(8) value "APPLIED".
            03                    pic x(8) value "REJECTED".
        01 redefines ws-status-names.
            03 ws-status-name     pic x(8) occurs 4 times.
        01 ws-reason-listed      pic 9(5).
        01 ws-signed-amount      pic s9(9)v99.

        01 ws-reason-heading.
            03 ws-rhd-code        pic x(4).
            03                    pic x(2).
            03 ws-rhd-desc        pic x(40).

        01 ws-detail-line.
            03                    pic x(2).
            03 ws-det-number      pic z(6)9.
            03                    pic x(1).
            03 ws-det-rep-name    pic x(20).
            03                    pic x(1).
            03 ws-det-sale-ref    pic x(12).
            03                    pic x(1).
            03 ws-det-sale-date   pic 9999/99/99.
            03                    pic x(1).
            03 ws-det-amount      pic -(8)9.99.
            03                    pic x(1).
            03 ws-det-status      pic x(8).
            03                    pic x(1).
            03 ws-det-run-id      pic x(8).
            03                    pic x(1).
            03 ws-det-keyed-by    pic x(10).
            03                    pic x(1).
            03 ws-det-approver    pic x(10).
        01 ws-note-line.
            03                    pic x(10).
            03 ws-note-text       pic x(40).

        01 ws-total-line.
            03                    pic x(4).
            03 ws-tot-label       pic x(10).
            03 ws-tot-count       pic z(4)9.
            03                    pic x(2).
            03 ws-tot-amount      pic -(10)9.99.

        01 ws-period-edit-from   pic 9999/99/99.
        01 ws-period-edit-to     pic 9999/99/99.

        procedure division.
        main-line section.
            move spaces to ws-param-env
            accept ws-param-env from environment "COMM_DISPUTE_FROM"
            if ws-param-env is numeric
                move ws-param-env to ws-from-date
            end-if
            move spaces to ws-param-env
            accept ws-param-env from environment "COMM_DISPUTE_TO"
            if ws-param-env is numeric
                move ws-param-env to ws-to-date
            end-if
            initialize ws-grand-totals

            perform load-reason-table
            perform load-adjustments

            open output dispute-register
            write dispute-register-record from
                "Commission dispute register - by reason code"
            move all "=" to dispute-register-record
            write dispute-register-record
            if ws-from-date not = 0 or ws-to-date not = 99999999
                move ws-from-date to ws-period-edit-from
                move ws-to-date to ws-period-edit-to
                move spaces to dispute-register-record
                string "KEYED " delimited by size
                       ws-period-edit-from delimited by size
                       " TO " delimited by size
                       ws-period-edit-to delimited by size
                    into dispute-register-record
                end-string
                write dispute-register-record
            end-if

            perform list-one-reason
                varying ws-list-reason from 1 by 1
                until ws-list-reason > ws-reason-count
            move 0 to ws-list-reason
            perform list-one-reason

            move spaces to dispute-register-record
            write dispute-register-record
            write dispute-register-record from
                "ALL REASONS"
            perform write-one-grand-total
                varying ws-status-idx from 1 by 1
                until ws-status-idx > 4
            close dispute-register
            goback.

        load-reason-table section.
            move 0 to ws-reason-count
            open input reason-table-file
            if ws-reason-file-status = "00"
                perform load-one-reason
                    until ws-reason-file-status not = "00"
                        or ws-reason-count = 50
                close reason-table-file
            end-if
            .

        load-one-reason section.
            read reason-table-file into ws-reason-record
            if ws-reason-file-status = "00"
                add 1 to ws-reason-count
                set rsn-idx to ws-reason-count
                move ws-reason-record (1:4) to ws-rsn-code (rsn-idx)
                move ws-reason-record (6:40) to ws-rsn-desc (rsn-idx)
            end-if
            .

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
                if adj-keyed-date numeric
                        and adj-keyed-date >= ws-from-date
                        and adj-keyed-date <= ws-to-date
                    add 1 to ws-adj-count
                    set adj-idx to ws-adj-count
                    move adjust-record to ws-adj-line (adj-idx)
                end-if
            end-if
            .

        *> one reason's adjustments and its totals; a reason with no
        *> disputes in the period is left off.
        list-one-reason section.
            initialize ws-reason-totals
            move 0 to ws-reason-listed
            perform count-one-for-reason
                varying adj-idx from 1 by 1
                until adj-idx > ws-adj-count
            if ws-reason-listed = 0
                exit section
            end-if

            move spaces to dispute-register-record
            write dispute-register-record
            move spaces to ws-reason-heading
            if ws-list-reason = 0
                move "----" to ws-rhd-code
                move "NOT ON TABLE" to ws-rhd-desc
            else
                set rsn-idx to ws-list-reason
                move ws-rsn-code (rsn-idx) to ws-rhd-code
                move ws-rsn-desc (rsn-idx) to ws-rhd-desc
            end-if
            write dispute-register-record from ws-reason-heading
            move all "-" to dispute-register-record (1:46)
            write dispute-register-record
            perform list-one-for-reason
                varying adj-idx from 1 by 1
                until adj-idx > ws-adj-count
            perform write-one-reason-total
                varying ws-status-idx from 1 by 1
                until ws-status-idx > 4
            .

        count-one-for-reason section.
            perform check-adjustment-reason
            if ws-reason-found
                add 1 to ws-reason-listed
            end-if
            .

        *> whether the adjustment at adj-idx belongs to the reason
        *> being listed - for the NOT ON TABLE pass, whether its code
        *> is missing from the table.
        check-adjustment-reason section.
            move ws-adj-line (adj-idx) to adjust-record
            move "N" to ws-reason-found-flag
            if ws-list-reason not = 0
                set rsn-idx to ws-list-reason
                if adj-reason = ws-rsn-code (rsn-idx)
                    set ws-reason-found to true
                end-if
                exit section
            end-if
            set rsn-idx to 1
            if ws-reason-count > 0
                search ws-reason-entry
                    at end
                        set ws-reason-found to true
                    when ws-rsn-code (rsn-idx) = adj-reason
                        continue
                end-search
            else
                set ws-reason-found to true
            end-if
            .

        list-one-for-reason section.
            perform check-adjustment-reason
            if not ws-reason-found
                exit section
            end-if

            move adj-amount to ws-signed-amount
            if adj-sign = "-"
                compute ws-signed-amount = 0 - ws-signed-amount
            end-if
            evaluate true
                when adj-is-pending
                    move 1 to ws-status-idx
                when adj-is-approved
                    move 2 to ws-status-idx
                when adj-is-applied
                    move 3 to ws-status-idx
                when other
                    move 4 to ws-status-idx
            end-evaluate
            add 1 to ws-rsn-tot-count (ws-status-idx)
            add ws-signed-amount to ws-rsn-tot-amount (ws-status-idx)
            add 1 to ws-grd-tot-count (ws-status-idx)
            add ws-signed-amount to ws-grd-tot-amount (ws-status-idx)

            move spaces to ws-detail-line
            move adj-number to ws-det-number
            move adj-rep-name to ws-det-rep-name
            move adj-sale-ref to ws-det-sale-ref
            move adj-sale-date to ws-det-sale-date
            move ws-signed-amount to ws-det-amount
            move adj-status to ws-det-status
            if adj-is-applied
                move adj-run-id to ws-det-run-id
            end-if
            move adj-keyed-by to ws-det-keyed-by
            move adj-approver to ws-det-approver
            write dispute-register-record from ws-detail-line
            if adj-note not equal spaces
                move spaces to ws-note-line
                move adj-note to ws-note-text
                write dispute-register-record from ws-note-line
            end-if
            .

        write-one-reason-total section.
            if ws-rsn-tot-count (ws-status-idx) > 0
                move spaces to ws-total-line
                move ws-status-name (ws-status-idx) to ws-tot-label
                move ws-rsn-tot-count (ws-status-idx) to ws-tot-count
                move ws-rsn-tot-amount (ws-status-idx)
                    to ws-tot-amount
                write dispute-register-record from ws-total-line
            end-if
            .

        write-one-grand-total section.
            move spaces to ws-total-line
            move ws-status-name (ws-status-idx) to ws-tot-label
            move ws-grd-tot-count (ws-status-idx) to ws-tot-count
            move ws-grd-tot-amount (ws-status-idx) to ws-tot-amount
            write dispute-register-record from ws-total-line
            .

        end program "CommDisputeRegister".
