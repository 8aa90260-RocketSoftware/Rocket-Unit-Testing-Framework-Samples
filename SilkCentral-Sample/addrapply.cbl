        *> invalid postcode, unsupported country), and proves
        *> applied + rejected = input or fails the step with a
        *> non-zero return code.
        *> A change may name whose address it is after the address
        *> text - owner type C (customer) or M (frequent-flyer
        *> member) in col 65 and the owner's Id in cols 67-75. An
        *> add or update applied for a named owner is a corrected
        *> address, so the owner's open return on the returned-mail
        *> register (mailReturnRegister) is cleared and the letter
        *> runs print to them again; a change with no owner is
        *> applied exactly as before.
        *> The master keeps each address's effective-from date (cols
        *> 63-70). An applied update or delete first appends the
        *> address it replaces to the address history (ADDRHIST.DAT),
        *> effective from its old date to the day before the change,
        *> with the change source - so addrhist's addressAsOf can say
        *> where a letter went on any date. A change may carry its
        *> source (cols 77-96, default ADDRCHG) and the date it takes
        *> effect (cols 98-105, default the run date).
        *>--------------------------------------------------------------
         program-id. addrapply.
         environment division.
                     organization is line sequential
                     file status is ws-valid-file-status.

             select history-file assign to "ADDRHIST.DAT"
                     organization is line sequential
                     file status is ws-history-file-status.

             select rejects-report assign to "AddrApplyRejects.txt"
                     organization is line sequential.

             03 chg-postcode         pic x(10).
             03                      pic x.
             03 chg-address-text     pic x(40).
             03                      pic x.
             03 chg-owner-type       pic x.
                 88 chg-owner-named      value "C" "M".
             03                      pic x.
             03 chg-owner-id         pic x(9).
             03                      pic x.
             03 chg-source           pic x(20).
             03                      pic x.
             03 chg-effective-date   pic x(8).

         fd  address-master.
         01  address-master-record.
             03 adm-postcode         pic x(10).
             03                      pic x.
             03 adm-address-text     pic x(40).
             03                      pic x.
             03 adm-effective-from   pic x(8).

        *> one superseded address - what the master held from
        *> effective-from to effective-to (inclusive), and the change
        *> that replaced or deleted it.
         fd  history-file.
         01  history-record.
             03 adh-address-id       pic 9(6).
             03                      pic x.
             03 adh-country          pic x(2).
             03                      pic x.
             03 adh-postcode         pic x(10).
             03                      pic x.
             03 adh-address-text     pic x(40).
             03                      pic x.
             03 adh-effective-from   pic 9(8).
             03                      pic x.
             03 adh-effective-to     pic 9(8).
             03                      pic x.
             03 adh-action           pic x.
             03                      pic x.
             03 adh-source           pic x(20).
             03                      pic x.
             03 adh-recorded-on      pic 9(8).

         fd  validated-file.
         01  validated-record.
         01 ws-change-file-status   pic xx.
         01 ws-master-file-status   pic xx.
         01 ws-valid-file-status    pic xx.
         01 ws-history-file-status  pic xx.
         01 ws-eof-flag             pic x value "N".
             88 ws-eof                  value "Y".

                 05 ws-mst-country      pic x(2).
                 05 ws-mst-postcode     pic x(10).
                 05 ws-mst-text         pic x(40).
                 05 ws-mst-effective-from pic 9(8).
                 05 ws-mst-deleted-sw   pic x.
                     88 ws-mst-deleted      value "D".
         01 ws-entry-found-flag     pic x.
         01 ws-changes-applied      pic 9(7) value 0.
         01 ws-changes-rejected     pic 9(7) value 0.
         01 ws-reconcile-count      pic 9(7).
         01 ws-holds-released       pic 9(7) value 0.
         01 ws-history-written      pic 9(7) value 0.

        *> when this change takes effect, and the last day the
        *> address it replaces was in force.
         01 ws-run-date             pic 9(8).
         01 ws-effective-date       pic 9(8).
         01 ws-effective-to         pic 9(8).
         01 ws-change-source        pic x(20).

        *> returned-mail register receivers.
         01 ws-owner-id             pic 9(9).
         01 ws-cleared-by           pic x(20) value "addrapply".
         01 ws-register-result      pic x.
             88 ws-register-cleared     value "C".

        *> the reason is staged here by the caller - the reject
        *> paragraph clears the whole print line before it formats,

         procedure division.
         main-line section.
             accept ws-run-date from date yyyymmdd
             perform load-address-master
             open input change-file
             if ws-change-file-status not = "00"
             if ws-valid-file-status not = "00"
                 open output validated-file
             end-if
             open extend history-file
             if ws-history-file-status not = "00"
                 open output history-file
             end-if

             perform apply-changes until ws-eof

             close change-file
             close validated-file
             close history-file
             perform rewrite-address-master
             perform write-reconciliation
             close rejects-report
                 move adm-country to ws-mst-country (mst-idx)
                 move adm-postcode to ws-mst-postcode (mst-idx)
                 move adm-address-text to ws-mst-text (mst-idx)
                 if adm-effective-from is numeric
                     move adm-effective-from
                         to ws-mst-effective-from (mst-idx)
                 else
                     move 0 to ws-mst-effective-from (mst-idx)
                 end-if
                 move space to ws-mst-deleted-sw (mst-idx)
             end-if
             .
             .

         apply-one-change section.
             perform set-change-effective
             perform find-master-entry
             evaluate true
                 when chg-action-add
                     else
                         move "D" to ws-mst-deleted-sw (mst-idx)
                         add 1 to ws-changes-applied
                         perform write-history-row
                     end-if
                 when other
                     move "BAD ACTION CODE" to ws-reject-reason
             end-evaluate
             .

        *> a change with no date takes effect on the run date; one
        *> with no source is from the change file itself.
         set-change-effective section.
             if chg-effective-date is numeric
                     and chg-effective-date not = "00000000"
                 move chg-effective-date to ws-effective-date
             else
                 move ws-run-date to ws-effective-date
             end-if
             if chg-source = spaces
                 move "ADDRCHG" to ws-change-source
             else
                 move chg-source to ws-change-source
             end-if
             .

         find-master-entry section.
             move "N" to ws-entry-found-flag
             set mst-idx to 1
                 move chg-country to ws-mst-country (mst-idx)
                 move chg-postcode to ws-mst-postcode (mst-idx)
                 move chg-address-text to ws-mst-text (mst-idx)
                 move ws-effective-date
                     to ws-mst-effective-from (mst-idx)
                 move space to ws-mst-deleted-sw (mst-idx)
                 add 1 to ws-changes-applied
                 perform write-validated-row
                 perform release-returned-mail
             else
                 move "MASTER TABLE FULL" to ws-reject-reason
                 perform reject-one-change
             .

         update-master-entry section.
             perform write-history-row
             move ws-effective-date to ws-mst-effective-from (mst-idx)
             move chg-country to ws-mst-country (mst-idx)
             move chg-postcode to ws-mst-postcode (mst-idx)
             move chg-address-text to ws-mst-text (mst-idx)
             add 1 to ws-changes-applied
             perform write-validated-row
             perform release-returned-mail
             .

        *> the owner's address has just been corrected - mail the
        *> post sent back from the old one stops being held.
         release-returned-mail section.
             if not chg-owner-named or chg-owner-id is not numeric
                 exit section
             end-if
             move chg-owner-id to ws-owner-id
             call "clearMailUndeliverable" using
                 by reference chg-owner-type
                 by reference ws-owner-id
                 by reference ws-cleared-by
                 by reference ws-register-result
             end-call
             if ws-register-cleared
                 add 1 to ws-holds-released
             end-if
             .

        *> the address on the master entry at mst-idx is about to be
        *> replaced or deleted - it goes to the history first, in
        *> force up to the day before the change takes effect.
         write-history-row section.
             compute ws-effective-to = function date-of-integer(
                 function integer-of-date(ws-effective-date) - 1)
             move spaces to history-record
             move ws-mst-id (mst-idx) to adh-address-id
             move ws-mst-country (mst-idx) to adh-country
             move ws-mst-postcode (mst-idx) to adh-postcode
             move ws-mst-text (mst-idx) to adh-address-text
             move ws-mst-effective-from (mst-idx) to adh-effective-from
             move ws-effective-to to adh-effective-to
             move chg-action to adh-action
             move ws-change-source to adh-source
             move ws-run-date to adh-recorded-on
             write history-record
             add 1 to ws-history-written
             .

        *> the validated extract gains the row straight away - UK
                 move ws-mst-country (mst-idx) to adm-country
                 move ws-mst-postcode (mst-idx) to adm-postcode
                 move ws-mst-text (mst-idx) to adm-address-text
                 move ws-mst-effective-from (mst-idx)
                     to adm-effective-from
                 write address-master-record
             end-if
             .
             move "REJECTED" to ws-cnt-label
             move ws-changes-rejected to ws-cnt-value
             write rejects-report-record from ws-count-line
             move "RETURNED MAIL RELEASED" to ws-cnt-label
             move ws-holds-released to ws-cnt-value
             write rejects-report-record from ws-count-line
             move "ADDRESS HISTORY WRITTEN" to ws-cnt-label
             move ws-history-written to ws-cnt-value
             write rejects-report-record from ws-count-line
             .

         end program addrapply.
