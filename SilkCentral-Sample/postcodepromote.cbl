        $set sourceformat"variable"
        *>--------------------------------------------------------------
        *> postcodepromote - puts an approved POSTCODE.TBL change live.
        *>
        *> Promotion needs logistics' sign-off on postcodeimpact's
        *> report: the approver's name in POSTCODE_APPROVED_BY, and
        *> POSTCODE.NEW still exactly the table that run assessed
        *> (the rows kept on POSTCODE.IMP) - a table edited since the
        *> impact run, or an impact already promoted, is refused with
        *> return code 8 and nothing is changed.
        *>
        *> On promotion the indexed store (POSTCODE.IDX) is rebuilt
        *> from POSTCODE.NEW, POSTCODE.TBL is replaced by it so the
        *> sequential fallback agrees, and every UK address on
        *> ADDRVALID.DAT is re-stamped with the region/depot the new
        *> table resolves - depotroute routes on the stored depot.
        *> POSTCODE.IMP is marked PROMOTED with the approver and date;
        *> the promotion is listed on PostcodePromote.txt.
        *>--------------------------------------------------------------
         program-id. postcodepromote.
         environment division.
         input-output section.
         file-control.
             select proposed-table-file assign to "POSTCODE.NEW"
                     organization is line sequential
                     file status is ws-proposed-file-status.

             select impact-control-file assign to "POSTCODE.IMP"
                     organization is line sequential
                     file status is ws-control-file-status.

             select region-table-file assign to "POSTCODE.TBL"
                     organization is line sequential
                     file status is ws-table-file-status.

             select postcode-index assign to "POSTCODE.IDX"
                     organization is indexed
                     access is dynamic
                     record key is pcx-outward
                     file status is ws-index-file-status.

             select validated-file assign to "ADDRVALID.DAT"
                     organization is line sequential
                     file status is ws-valid-file-status.

             select promote-report assign to "PostcodePromote.txt"
                     organization is line sequential.

         data division.
         file section.
         fd  proposed-table-file.
         01  proposed-table-record   pic x(80).

         fd  impact-control-file.
         01  impact-control-record   pic x(80).

         fd  region-table-file.
         01  region-table-record     pic x(80).

         fd  postcode-index.
         01  postcode-index-record.
             03 pcx-outward          pic x(4).
             03 pcx-region           pic x(20).
             03 pcx-depot            pic x(8).

         fd  validated-file.
         01  validated-record.
             03 adv-address-id       pic 9(6).
             03                      pic x.
             03 adv-country          pic x(2).
             03                      pic x.
             03 adv-postcode         pic x(10).
             03                      pic x.
             03 adv-address-text     pic x(40).
             03                      pic x.
             03 adv-region           pic x(20).
             03                      pic x.
             03 adv-depot            pic x(8).

         fd  promote-report.
         01  promote-report-record   pic x(80).

         working-storage section.
         01 ws-proposed-file-status pic xx.
         01 ws-control-file-status  pic xx.
         01 ws-table-file-status    pic xx.
         01 ws-index-file-status    pic xx.
         01 ws-valid-file-status    pic xx.

         01 ws-run-date             pic 9(8).
         01 ws-approved-by          pic x(20).

         01 ws-proposed-count       pic 9(4) value 0.
         01 ws-proposed-table.
             03 ws-proposed-entry occurs 2000 times
                     indexed by prp-idx.
                 05 ws-prp-row          pic x(80).
                 05 ws-prp-row-view redefines ws-prp-row.
                     07 ws-prp-outward      pic x(4).
                     07                     pic x.
                     07 ws-prp-region       pic x(20).
                     07 ws-prp-depot        pic x(8).
                     07                     pic x(47).

        *> POSTCODE.IMP - its header, then the rows as assessed.
         01 ws-control-header.
             03                     pic x(7).
             03 ws-ctl-run-date     pic 9(8).
             03                     pic x.
             03 ws-ctl-entries      pic 9(4).
             03                     pic x.
             03 ws-ctl-moved        pic 9(7).
             03                     pic x.
             03 ws-ctl-status       pic x(8).
                 88 ws-ctl-pending      value "PENDING".
             03                     pic x.
             03 ws-ctl-approved-by  pic x(20).
             03                     pic x.
             03 ws-ctl-promoted-on  pic 9(8).
         01 ws-assessed-count       pic 9(4) value 0.
         01 ws-assessed-table.
             03 ws-assessed-row     pic x(80) occurs 2000 times.
         01 ws-row-idx              pic 9(4) comp-5.
         01 ws-same-table-flag      pic x.
             88 ws-same-table           value "Y".

        *> the validated addresses, re-stamped in memory and
        *> written back whole.
         01 ws-address-count        pic 9(5) comp-5 value 0.
         01 ws-address-table.
             03 ws-address-row      pic x(91) occurs 50000 times
                     indexed by adr-idx.
         01 ws-work-postcode        pic x(10).
         01 ws-compact-postcode     pic x(10).
         01 ws-compact-len          pic 9(2) comp-5.
         01 ws-scan-idx             pic 9(2) comp-5.
         01 ws-char                 pic x.
         01 ws-outward-code         pic x(4).
         01 ws-new-region           pic x(20).
         01 ws-new-depot            pic x(8).

         01 ws-index-written        pic 9(5) value 0.
         01 ws-addresses-read       pic 9(7) value 0.
         01 ws-addresses-restamped  pic 9(7) value 0.
         01 ws-refusal              pic x(60).

         01 ws-count-line.
             03 ws-cnt-label        pic x(30).
             03 ws-cnt-value        pic z(6)9.

         procedure division.
         main-line section.
             accept ws-run-date from date yyyymmdd
             accept ws-approved-by from environment
                 "POSTCODE_APPROVED_BY"
             perform load-proposed-table
             perform load-impact-control
             perform check-approval
             open output promote-report
             write promote-report-record from
                 "POSTCODE.TBL promotion"
             move all "=" to promote-report-record
             write promote-report-record
             if ws-refusal not = spaces
                 write promote-report-record from ws-refusal
                 write promote-report-record from
                     "NOT PROMOTED - nothing changed"
                 close promote-report
                 display "postcodepromote: " ws-refusal
                 goback returning 8
             end-if

             perform rebuild-indexed-store
             perform replace-sequential-table
             perform restamp-validated-addresses
             perform mark-impact-promoted
             perform write-promotion-summary
             close promote-report
             display "postcodepromote: " ws-proposed-count
                 " entries live, " ws-addresses-restamped
                 " address(es) re-stamped"
             goback.

         load-proposed-table section.
             move 0 to ws-proposed-count
             open input proposed-table-file
             if ws-proposed-file-status = "00"
                 perform load-one-proposed-row
                     until ws-proposed-file-status not = "00"
                         or ws-proposed-count = 2000
                 close proposed-table-file
             end-if
             .

         load-one-proposed-row section.
             read proposed-table-file
             if ws-proposed-file-status = "00"
                 add 1 to ws-proposed-count
                 set prp-idx to ws-proposed-count
                 move proposed-table-record to ws-prp-row (prp-idx)
             end-if
             .

         load-impact-control section.
             move spaces to ws-control-header
             move 0 to ws-assessed-count
             open input impact-control-file
             if ws-control-file-status not = "00"
                 exit section
             end-if
             read impact-control-file into ws-control-header
             perform load-one-assessed-row
                 until ws-control-file-status not = "00"
                     or ws-assessed-count = 2000
             close impact-control-file
             .

         load-one-assessed-row section.
             read impact-control-file
             if ws-control-file-status = "00"
                 add 1 to ws-assessed-count
                 move impact-control-record
                     to ws-assessed-row (ws-assessed-count)
             end-if
             .

         check-approval section.
             move spaces to ws-refusal
             evaluate true
                 when ws-proposed-count = 0
                     move "NO POSTCODE.NEW TO PROMOTE" to ws-refusal
                 when ws-control-header = spaces
                     move "NO IMPACT RUN - RUN POSTCODEIMPACT FIRST"
                         to ws-refusal
                 when not ws-ctl-pending
                     move "IMPACT RUN ALREADY PROMOTED - RUN POSTCODEIMPACT AGAIN"
                         to ws-refusal
                 when ws-approved-by = spaces
                     move "NOT APPROVED - POSTCODE_APPROVED_BY NOT SET"
                         to ws-refusal
                 when ws-assessed-count not = ws-proposed-count
                     move "POSTCODE.NEW CHANGED SINCE THE IMPACT RUN"
                         to ws-refusal
                 when other
                     move "Y" to ws-same-table-flag
                     perform compare-one-row
                         varying ws-row-idx from 1 by 1
                         until ws-row-idx > ws-proposed-count
                             or not ws-same-table
                     if not ws-same-table
                         move "POSTCODE.NEW CHANGED SINCE THE IMPACT RUN"
                             to ws-refusal
                     end-if
             end-evaluate
             .

         compare-one-row section.
             if ws-assessed-row (ws-row-idx)
                     not = ws-prp-row (ws-row-idx)
                 move "N" to ws-same-table-flag
             end-if
             .

        *> the maintenance run has already refused nothing it could
        *> not sort and validate; a duplicate outward code keeps its
        *> first row, as every lookup always has.
         rebuild-indexed-store section.
             open output postcode-index
             if ws-index-file-status not = "00"
                 write promote-report-record from
                     "POSTCODE.IDX COULD NOT BE REBUILT - SEQUENTIAL TABLE ONLY"
                 exit section
             end-if
             perform rebuild-one-index-entry
                 varying prp-idx from 1 by 1
                 until prp-idx > ws-proposed-count
             close postcode-index
             .

         rebuild-one-index-entry section.
             move ws-prp-outward (prp-idx) to pcx-outward
             move ws-prp-region (prp-idx) to pcx-region
             move ws-prp-depot (prp-idx) to pcx-depot
             write postcode-index-record
             if ws-index-file-status = "00"
                 add 1 to ws-index-written
             end-if
             .

         replace-sequential-table section.
             open output region-table-file
             perform write-one-table-row
                 varying prp-idx from 1 by 1
                 until prp-idx > ws-proposed-count
             close region-table-file
             .

         write-one-table-row section.
             write region-table-record from ws-prp-row (prp-idx)
             .

         restamp-validated-addresses section.
             move 0 to ws-address-count
             open input validated-file
             if ws-valid-file-status not = "00"
                 exit section
             end-if
             perform restamp-one-address
                 until ws-valid-file-status not = "00"
                     or ws-address-count = 50000
             close validated-file

             open output validated-file
             perform write-one-address
                 varying adr-idx from 1 by 1
                 until adr-idx > ws-address-count
             close validated-file
             .

         restamp-one-address section.
             read validated-file
             if ws-valid-file-status not = "00"
                 exit section
             end-if
             add 1 to ws-addresses-read
             if adv-country = "UK"
                 perform resolve-new-depot
                 if ws-new-region not = adv-region
                         or ws-new-depot not = adv-depot
                     move ws-new-region to adv-region
                     move ws-new-depot to adv-depot
                     add 1 to ws-addresses-restamped
                 end-if
             end-if
             add 1 to ws-address-count
             set adr-idx to ws-address-count
             move validated-record to ws-address-row (adr-idx)
             .

         write-one-address section.
             write validated-record from ws-address-row (adr-idx)
             .

        *> the outward code is the compacted postcode less its
        *> three-character inward part - as postcodeval keys it.
         resolve-new-depot section.
             move function upper-case(adv-postcode) to ws-work-postcode
             move spaces to ws-compact-postcode
             move 0 to ws-compact-len
             perform build-compact-char
                 varying ws-scan-idx from 1 by 1
                 until ws-scan-idx > length of ws-work-postcode
             move spaces to ws-outward-code
             if ws-compact-len > 3 and ws-compact-len < 8
                 move ws-compact-postcode(1:ws-compact-len - 3)
                     to ws-outward-code
             end-if
             move spaces to ws-new-region ws-new-depot
             set prp-idx to 1
             search ws-proposed-entry
                 at end
                     continue
                 when prp-idx > ws-proposed-count
                     continue
                 when ws-prp-outward (prp-idx) = ws-outward-code
                     move ws-prp-region (prp-idx) to ws-new-region
                     move ws-prp-depot (prp-idx) to ws-new-depot
             end-search
             .

         build-compact-char section.
             move ws-work-postcode(ws-scan-idx:1) to ws-char
             if ws-char not = space
                 add 1 to ws-compact-len
                 move ws-char to ws-compact-postcode(ws-compact-len:1)
             end-if
             .

        *> the impact run is spent - a further change needs a fresh
        *> impact run and a fresh approval.
         mark-impact-promoted section.
             move "PROMOTED" to ws-ctl-status
             move ws-approved-by to ws-ctl-approved-by
             move ws-run-date to ws-ctl-promoted-on
             open output impact-control-file
             write impact-control-record from ws-control-header
             perform write-one-assessed-row
                 varying ws-row-idx from 1 by 1
                 until ws-row-idx > ws-assessed-count
             close impact-control-file
             .

         write-one-assessed-row section.
             write impact-control-record
                 from ws-assessed-row (ws-row-idx)
             .

         write-promotion-summary section.
             move spaces to promote-report-record
             string "Impact run " delimited by size
                    ws-ctl-run-date delimited by size
                    " approved by " delimited by size
                    ws-approved-by delimited by size
                 into promote-report-record
             end-string
             write promote-report-record
             move spaces to promote-report-record
             write promote-report-record
             move spaces to ws-count-line
             move "TABLE ENTRIES PROMOTED" to ws-cnt-label
             move ws-proposed-count to ws-cnt-value
             write promote-report-record from ws-count-line
             move "INDEXED STORE ENTRIES" to ws-cnt-label
             move ws-index-written to ws-cnt-value
             write promote-report-record from ws-count-line
             move "MOVES FORECAST BY IMPACT RUN" to ws-cnt-label
             move ws-ctl-moved to ws-cnt-value
             write promote-report-record from ws-count-line
             move "ADDRESSES READ" to ws-cnt-label
             move ws-addresses-read to ws-cnt-value
             write promote-report-record from ws-count-line
             move "ADDRESSES RE-STAMPED" to ws-cnt-label
             move ws-addresses-restamped to ws-cnt-value
             write promote-report-record from ws-count-line
             .

         end program postcodepromote.
