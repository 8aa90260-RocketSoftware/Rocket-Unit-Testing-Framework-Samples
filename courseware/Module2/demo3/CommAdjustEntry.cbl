        program-id. "CommAdjustEntry".
        file-control.
            select adjust-in-file assign to "COMMADJIN.DAT"
                    organization  is line sequential
                    file status   is ws-adjust-in-status.

            select adjust-file assign to "COMMADJ.DAT"
                    organization  is line sequential
                    file status   is ws-adjust-file-status.

            select reason-table-file assign to "COMMREASON.TBL"
                    organization  is line sequential
                    file status   is ws-reason-file-status.

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

            select entry-report assign to "CommAdjustEntry.txt"
                    organization  is line sequential.
        file section.
        fd adjust-in-file.
        01 adjust-in-record.
            03 adi-rep-name       pic x(40).
            03                    pic x.
            03 adi-sale-ref       pic x(12).
            03                    pic x.
            03 adi-sale-date      pic x(8).
            03                    pic x.
            03 adi-sign           pic x.
            03                    pic x.
            03 adi-amount-x       pic x(11).
            03                    pic x.
            03 adi-reason         pic x(4).
            03                    pic x.
            03 adi-note           pic x(40).

        *> the commission adjustment file - one line per keyed
        *> adjustment, carried from PENDING through the second
        *> user's APPROVED (or REJECTED) to APPLIED by the commission
        *> run that paid it.
        fd adjust-file.
        01 adjust-record.
            03 adj-number         pic 9(7).
            03                    pic x.
            03 adj-status         pic x(8).
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

        fd entry-report.
        01 entry-report-record   pic x(100).

        working-storage section.
        *> CommAdjustEntry - keyed commission adjustments for sales
        *> rep disputes. A missing or mis-credited sale used to be
        *> put right by a CalcSalesCommClawback or by re-keying the
        *> sales batch, and neither said why. Sales operations now
        *> key each disputed sale onto COMMADJIN.DAT:
        *>   rep(cols 1-40) sale-ref(42-53) sale-date(55-62)
        *>   sign(64, "-" takes commission back) amount digits
        *>   9(9)v99 (66-76) reason(78-81) note(83-122)
        *> and this run edits every line - rep on the SALEDATA
        *> roster and employed on the sale date, reason on the
        *> maintainable COMMREASON.TBL (code cols 1-4, description
        *> 6-45), amount numeric and non-zero, sale reference and
        *> date present - and files the good ones PENDING on
        *> COMMADJ.DAT with who keyed them and when. Nothing is paid
        *> until CommAdjustApprove (a different user) approves it;
        *> the next CommBatchRun then posts it as its own line type.
        *> Rejected lines are listed with their reason on
        *> CommAdjustEntry.txt.
        01 ws-adjust-in-status   pic xx.
        01 ws-adjust-file-status pic xx.
        01 ws-reason-file-status pic xx.
        01 ws-roster-file-status pic xx.
        01 ws-eof-flag           pic x value "N".
            88 ws-eof                value "Y".

        01 ws-keyed-by           pic x(20).
        01 ws-now-date           pic 9(8).
        01 ws-last-number        pic 9(7) value 0.

        01 ws-in-amount          pic 9(9)v99.
        01 ws-in-amount-x redefines ws-in-amount pic x(11).
        01 ws-in-sale-date       pic 9(8).
        01 ws-reject-reason      pic x(24).

        *> the reason-code table: code cols 1-4, description 6-45.
        01 ws-reason-count       pic 9(2) value 0.
        01 ws-reason-table.
            03 ws-reason-entry occurs 50 times
                    indexed by rsn-idx.
                05 ws-rsn-code        pic x(4).
                05 ws-rsn-desc        pic x(40).
        01 ws-reason-record      pic x(80).
        01 ws-reason-found-flag  pic x.
            88 ws-reason-found       value "Y".

        *> the SALEDATA roster, loaded the way CalcSalesComm loads it
        *> - the indexed store preferred, saledata.asc where
        *> SALECONV has not yet been run. Rep names there are 20
        *> characters, so rep names are matched on their first 20.
        01 ws-roster-count       pic 9(4) comp-5 value 0.
        01 ws-roster-table.
            03 ws-roster-entry occurs 2000 times
                    indexed by roster-idx.
                05 ws-roster-name     pic x(20).
                05 ws-roster-hire     pic 9(8).
                05 ws-roster-term     pic 9(8).
        01 ws-roster-found-flag  pic x.
            88 ws-roster-found       value "Y".

        01 ws-lines-read         pic 9(5) value 0.
        01 ws-lines-filed        pic 9(5) value 0.
        01 ws-lines-rejected     pic 9(5) value 0.

        01 ws-entry-line.
            03 ws-ent-number      pic z(6)9.
            03                    pic x(2).
            03 ws-ent-rep-name    pic x(20).
            03                    pic x(1).
            03 ws-ent-sale-ref    pic x(12).
            03                    pic x(1).
            03 ws-ent-amount      pic -(9)9.99.
            03                    pic x(1).
            03 ws-ent-reason      pic x(4).
            03                    pic x(2).
            03 ws-ent-result      pic x(24).

        procedure division.
        main-line section.
            perform initialize-run
            perform file-adjustments until ws-eof
            perform finish-run
            if ws-lines-rejected > 0
                goback returning 4
            end-if
            goback.

        initialize-run section.
            accept ws-keyed-by from environment "USER"
            if ws-keyed-by equal spaces
                accept ws-keyed-by from environment "USERNAME"
            end-if
            call "datechkProcessingDate" using
                by reference ws-now-date
            end-call

            perform load-reason-table
            perform load-roster
            perform find-last-number

            open output entry-report
            write entry-report-record from
                "Commission adjustments keyed - filed for approval"
            move all "=" to entry-report-record
            write entry-report-record

            open input adjust-in-file
            if ws-adjust-in-status not = "00"
                write entry-report-record from
                    "NO COMMADJIN.DAT TO FILE"
                set ws-eof to true
            end-if
        *> the adjustment file accumulates; approval and the
        *> commission run move each line along by its status.
            open extend adjust-file
            if ws-adjust-file-status not = "00"
                open output adjust-file
            end-if
            .

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
                if ridx-hire-date numeric
                    move ridx-hire-date to ws-roster-hire (roster-idx)
                else
                    move 0 to ws-roster-hire (roster-idx)
                end-if
                if ridx-term-date numeric
                    move ridx-term-date to ws-roster-term (roster-idx)
                else
                    move 0 to ws-roster-term (roster-idx)
                end-if
            end-if
            .

        read-one-roster-record section.
            read roster-file
            if ws-roster-file-status = "00"
                add 1 to ws-roster-count
                set roster-idx to ws-roster-count
                move roster-rep to ws-roster-name (roster-idx)
                if roster-hire-date numeric
                    move roster-hire-date
                        to ws-roster-hire (roster-idx)
                else
                    move 0 to ws-roster-hire (roster-idx)
                end-if
                if roster-term-date numeric
                    move roster-term-date
                        to ws-roster-term (roster-idx)
                else
                    move 0 to ws-roster-term (roster-idx)
                end-if
            end-if
            .

        *> adjustments are numbered one past the highest on file, so
        *> the approver and the register can name each one.
        find-last-number section.
            move 0 to ws-last-number
            open input adjust-file
            if ws-adjust-file-status = "00"
                perform note-one-number
                    until ws-adjust-file-status not = "00"
                close adjust-file
            end-if
            .

        note-one-number section.
            read adjust-file
            if ws-adjust-file-status = "00"
                if adj-number numeric
                    if adj-number > ws-last-number
                        move adj-number to ws-last-number
                    end-if
                end-if
            end-if
            .

        file-adjustments section.
            read adjust-in-file
                at end
                    set ws-eof to true
                not at end
                    if adjust-in-record not equal spaces
                        add 1 to ws-lines-read
                        perform file-one-adjustment
                    end-if
            end-read
            .

        file-one-adjustment section.
            perform validate-one-adjustment
            move spaces to ws-entry-line
            move adi-rep-name to ws-ent-rep-name
            move adi-sale-ref to ws-ent-sale-ref
            move adi-reason to ws-ent-reason
            if adi-amount-x numeric
                move adi-amount-x to ws-in-amount-x
                if adi-sign = "-"
                    compute ws-ent-amount = 0 - ws-in-amount
                else
                    move ws-in-amount to ws-ent-amount
                end-if
            end-if

            if ws-reject-reason not equal spaces
                add 1 to ws-lines-rejected
                move ws-reject-reason to ws-ent-result
                write entry-report-record from ws-entry-line
                exit section
            end-if

            add 1 to ws-last-number
            move spaces to adjust-record
            move ws-last-number to adj-number
            move "PENDING" to adj-status
            move adi-rep-name to adj-rep-name
            move adi-sale-ref to adj-sale-ref
            move ws-in-sale-date to adj-sale-date
            if adi-sign = "-"
                move "-" to adj-sign
            else
                move "+" to adj-sign
            end-if
            move ws-in-amount to adj-amount
            move adi-reason to adj-reason
            move adi-note to adj-note
            move ws-keyed-by to adj-keyed-by
            move ws-now-date to adj-keyed-date
            move 0 to adj-approved-date
            write adjust-record
            add 1 to ws-lines-filed

            move ws-last-number to ws-ent-number
            move "PENDING APPROVAL" to ws-ent-result
            write entry-report-record from ws-entry-line
            .

        *> the first failing edit is the one reported.
        validate-one-adjustment section.
            move spaces to ws-reject-reason
            evaluate true
                when adi-rep-name equal spaces
                    move "NO REP NAME" to ws-reject-reason
                when adi-sale-ref equal spaces
                    move "NO SALE REFERENCE" to ws-reject-reason
                when adi-sale-date not numeric
                    move "SALE DATE NOT NUMERIC" to ws-reject-reason
                when adi-sign not = "+" and adi-sign not = "-"
                        and adi-sign not = space
                    move "SIGN NOT + OR -" to ws-reject-reason
                when adi-amount-x not numeric
                    move "AMOUNT NOT NUMERIC" to ws-reject-reason
            end-evaluate
            if ws-reject-reason not equal spaces
                exit section
            end-if

            move adi-amount-x to ws-in-amount-x
            move adi-sale-date to ws-in-sale-date
            if ws-in-amount = 0
                move "AMOUNT IS ZERO" to ws-reject-reason
                exit section
            end-if
            if ws-in-sale-date > ws-now-date
                move "SALE DATE AHEAD" to ws-reject-reason
                exit section
            end-if

            move "N" to ws-reason-found-flag
            set rsn-idx to 1
            if ws-reason-count > 0
                search ws-reason-entry
                    at end
                        continue
                    when ws-rsn-code (rsn-idx) = adi-reason
                        set ws-reason-found to true
                end-search
            end-if
            if not ws-reason-found
                move "REASON NOT ON TABLE" to ws-reject-reason
                exit section
            end-if

        *> the same roster and employment-window test the commission
        *> run applies to a sale - an adjustment can't pay a leaver
        *> for a sale dated after they left.
            move "N" to ws-roster-found-flag
            set roster-idx to 1
            if ws-roster-count > 0
                search ws-roster-entry
                    at end
                        continue
                    when ws-roster-name (roster-idx) equal
                            adi-rep-name (1:20)
                        set ws-roster-found to true
                end-search
            end-if
            if not ws-roster-found
                move "NOT ON ROSTER" to ws-reject-reason
                exit section
            end-if
            if (ws-roster-hire (roster-idx) not = 0
                    and ws-in-sale-date < ws-roster-hire (roster-idx))
                or (ws-roster-term (roster-idx) not = 0
                    and ws-in-sale-date > ws-roster-term (roster-idx))
                move "NOT EMPLOYED ON SALE DATE" to ws-reject-reason
            end-if
            .

        finish-run section.
            if ws-adjust-in-status = "00"
                close adjust-in-file
            end-if
            close adjust-file
            move spaces to entry-report-record
            write entry-report-record
            move spaces to entry-report-record
            string ws-lines-read delimited by size
                   " read, " delimited by size
                   ws-lines-filed delimited by size
                   " filed pending approval, " delimited by size
                   ws-lines-rejected delimited by size
                   " rejected" delimited by size
                into entry-report-record
            end-string
            write entry-report-record
            close entry-report
            display "CommAdjustEntry: " ws-lines-read " read, "
                    ws-lines-filed " filed, "
                    ws-lines-rejected " rejected"
            .

        end program "CommAdjustEntry".
