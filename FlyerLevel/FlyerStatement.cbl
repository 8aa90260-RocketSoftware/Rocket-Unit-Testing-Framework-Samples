      *> table (FLYERBEN.TBL, a file alongside FLYERTIER.TBL instead
      *> of a Word document). Print-ready, one statement per member,
      *> to FlyerStatements.txt. The statement year comes from
      *> FLYER_STMT_YEAR (default: the current year). Each statement
      *> opens with a MAILTO addressee line for printVendorFile's
      *> presort.
      *> A member with an open return on the returned-mail register
      *> (mailReturnRegister) gets no statement: the member is listed
      *> on FlyerStatementsHeld.txt with reason RETURNED MAIL until
      *> the address is changed, and counted as an exception on the
      *> run log (see batchrunlog).
       input-output section.
       file-control.
           select member-master-file assign to "FLYMAST.DAT"
               file status is ws-benefits-file-status.
           select statements-file assign to "FlyerStatements.txt"
               organization is line sequential.
           select held-statements-file
               assign to "FlyerStatementsHeld.txt"
               organization is line sequential.

       data division.
       file section.
      *> "-" marks a negative entry (an adjustment or redemption);
      *> space, the historical layout, is positive.
           03 actf-sign             pic x.
           03                       pic x.
      *> activity type - who posted the entry: "E" earned, "A"
      *> adjustment, "R" redemption, "C" closure forfeiture (space
      *> on entries from before the column). "T" (a points-transfer
      *> leg), "F" (its fee) and "K" (co-brand card spend) move the
      *> balance but never count toward tier qualification.
           03 actf-type             pic x.
               88 actf-non-qualifying   value "T" "F" "K".
               88 actf-is-adjustment    value "A".
               88 actf-is-redemption    value "R".
           03                       pic x.
      *> transfer legs: the transfer reference and the member on
      *> the other side of it.
           03 actf-transfer-ref     pic x(8).
           03                       pic x.
           03 actf-counterpart      pic x(9).

       fd  benefits-table-file.
       01  benefits-table-record    pic x(80).
       fd  statements-file.
       01  statements-record        pic x(80).

      *> statements not printed, and why.
       fd  held-statements-file.
       01  held-statements-record.
           03 hld-member-id         pic x(9).
           03                       pic x(2).
           03 hld-member-name       pic x(20).
           03                       pic x(2).
           03 hld-tier              pic x(8).
           03                       pic x(2).
           03 hld-reason            pic x(17).

       working-storage section.
       copy "GetFlyerLevel.cpy" replacing ==:prefix:== by ==ws==.
       01 ws-master-file-status    pic xx.
       01 ws-total-activity-points pic s9(9).
       01 ws-expired-points        pic s9(9).
       01 ws-members-statemented   pic 9(7) value 0.
       01 ws-members-read          pic 9(7) value 0.
       01 ws-statements-held       pic 9(7) value 0.

      *> returned-mail register receivers.
       01 ws-party-type            pic x value "M".
       01 ws-party-id              pic 9(9).
       01 ws-undeliverable-flag    pic x.
           88 ws-undeliverable         value "Y".

       01 ws-runlog-program        pic x(20) value "FlyerStatement".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4).
       01 ws-runlog-written        pic 9(9).
       01 ws-runlog-exceptions     pic 9(9).
       01 ws-runlog-read           pic 9(9).

      *> the addressee line opening every letter - printVendorFile
      *> presorts the day's mail on it.
       01 ws-mailto-line.
           03                          pic x(6) value "MAILTO".
           03                          pic x value space.
           03 ws-mto-party-type        pic x.
           03                          pic x value space.
           03 ws-mto-party-id          pic 9(9).
           03                          pic x value space.
           03 ws-mto-country           pic x(2).
           03                          pic x value space.
           03 ws-mto-postcode          pic x(10).
           03                          pic x value space.
           03 ws-mto-name              pic x(40).

       01 ws-stmt-head-line.
           03                          pic x(23)
           goback.

       initialize-run section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           accept ws-stmt-year-env from environment "FLYER_STMT_YEAR"
           if ws-stmt-year-env is numeric
                   and ws-stmt-year-env not = spaces

           open input member-master-file
           open output statements-file
           open output held-statements-file
           .

      *> ws-opening-as-of works out to 31 December of the prior year
           .

       statement-one-member section.
           add 1 to ws-members-read
      *> a record written before the lifetime field existed reads it
      *> as spaces - statement it as zero, not garbage.
           if mast-lifetime-points not numeric
               move 0 to ws-expired-points
           end-if

           move mast-member-id to ws-party-id
           call "isMailUndeliverable" using
               by reference ws-party-type
               by reference ws-party-id
               by reference ws-undeliverable-flag
           end-call
           if ws-undeliverable
               move spaces to held-statements-record
               move mast-member-id to hld-member-id
               move mast-member-name to hld-member-name
               move ws-award-level to hld-tier
               move "RETURNED MAIL" to hld-reason
               write held-statements-record
               add 1 to ws-statements-held
               exit section
           end-if
           add 1 to ws-members-statemented
           perform write-one-statement
           .

           .

       write-one-statement section.
           move "M" to ws-mto-party-type
           move mast-member-id to ws-mto-party-id
           move spaces to ws-mto-country ws-mto-postcode
           move mast-member-name to ws-mto-name
           write statements-record from ws-mailto-line
           move ws-stmt-year to ws-head-year
           write statements-record from ws-stmt-head-line
           move mast-member-id to ws-mbr-id
       finish-run section.
           close member-master-file
           close statements-file
           close held-statements-file
           display "FlyerStatement: " ws-members-statemented
                   " statement(s) produced for " ws-stmt-year
                   ", " ws-statements-held " held"

           move ws-members-read to ws-runlog-read
           move ws-members-statemented to ws-runlog-written
           move ws-statements-held to ws-runlog-exceptions
           move 0 to ws-runlog-rc
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program FlyerStatement.
