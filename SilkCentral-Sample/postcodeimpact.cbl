        $set sourceformat"variable"
        *>--------------------------------------------------------------
        *> postcodeimpact - what a POSTCODE.TBL change would do to the
        *> deliveries, before it goes live.
        *>
        *> postcodetblmaint leaves the proposed table, validated and
        *> sorted, on POSTCODE.NEW; the table in force is the indexed
        *> store postcodeval reads (POSTCODE.IDX). Every UK address on
        *> ADDRVALID.DAT is re-resolved against both - where there is
        *> no indexed store yet, the region/depot stored on the
        *> address stands for the table in force. Addresses whose
        *> region or depot would change are listed, then summarized
        *> old depot to new depot, and every depot's load before and
        *> after is set against DEPOT_CAPACITY (default 1000, as
        *> depotroute flags it).
        *>
        *> The proposed table as assessed is kept on POSTCODE.IMP
        *> (a header line, then the table rows). postcodepromote
        *> only puts POSTCODE.NEW live once logistics has approved
        *> this report, and only if the table is still the one this
        *> run assessed. Return code 4 when a depot would end up
        *> over capacity.
        *>--------------------------------------------------------------
         program-id. postcodeimpact.
         environment division.
         input-output section.
         file-control.
             select proposed-table-file assign to "POSTCODE.NEW"
                     organization is line sequential
                     file status is ws-proposed-file-status.

             select postcode-index assign to "POSTCODE.IDX"
                     organization is indexed
                     access is sequential
                     record key is pcx-outward
                     file status is ws-index-file-status.

             select validated-file assign to "ADDRVALID.DAT"
                     organization is line sequential
                     file status is ws-valid-file-status.

             select impact-control-file assign to "POSTCODE.IMP"
                     organization is line sequential.

             select impact-report assign to "PostcodeImpact.txt"
                     organization is line sequential.

         data division.
         file section.
         fd  proposed-table-file.
         01  proposed-table-record   pic x(80).

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

        *> header line, then the proposed table rows as assessed.
         fd  impact-control-file.
         01  impact-control-record   pic x(80).

         fd  impact-report.
         01  impact-report-record    pic x(100).

         working-storage section.
         01 ws-proposed-file-status pic xx.
         01 ws-index-file-status    pic xx.
         01 ws-valid-file-status    pic xx.
         01 ws-eof-flag             pic x value "N".
             88 ws-eof                  value "Y".

         01 ws-run-date             pic 9(8).
         01 ws-capacity             pic 9(5) value 1000.
         01 ws-capacity-env         pic x(5).

        *> the proposed table, rows kept whole for POSTCODE.IMP.
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

        *> the table in force, read from the indexed store.
         01 ws-live-count           pic 9(4) value 0.
         01 ws-live-table.
             03 ws-live-entry occurs 2000 times
                     indexed by liv-idx.
                 05 ws-liv-outward      pic x(4).
                 05 ws-liv-region       pic x(20).
                 05 ws-liv-depot        pic x(8).
         01 ws-live-source-flag     pic x value "S".
             88 ws-live-from-index      value "I".
             88 ws-live-from-stored     value "S".

        *> one address re-resolved.
         01 ws-work-postcode        pic x(10).
         01 ws-compact-postcode     pic x(10).
         01 ws-compact-len          pic 9(2) comp-5.
         01 ws-scan-idx             pic 9(2) comp-5.
         01 ws-char                 pic x.
         01 ws-outward-code         pic x(4).
         01 ws-old-region           pic x(20).
         01 ws-old-depot            pic x(8).
         01 ws-new-region           pic x(20).
         01 ws-new-depot            pic x(8).

        *> old depot to new depot, and each depot's load.
         01 ws-move-count           pic 9(4) value 0.
         01 ws-move-table.
             03 ws-move-entry occurs 1000 times
                     indexed by mov-idx.
                 05 ws-mov-old-depot    pic x(8).
                 05 ws-mov-new-depot    pic x(8).
                 05 ws-mov-tally        pic 9(7).
         01 ws-depot-count          pic 9(3) value 0.
         01 ws-depot-table.
             03 ws-depot-entry occurs 200 times
                     indexed by dep-idx.
                 05 ws-dep-name         pic x(8).
                 05 ws-dep-before       pic 9(7).
                 05 ws-dep-after        pic 9(7).
         01 ws-depot-to-find        pic x(8).

         01 ws-addresses-read       pic 9(7) value 0.
         01 ws-uk-addresses         pic 9(7) value 0.
         01 ws-addresses-moved      pic 9(7) value 0.
         01 ws-losing-depot         pic 9(7) value 0.
         01 ws-over-capacity        pic 9(3) value 0.

         01 ws-control-header.
             03                     pic x(7) value "IMPACT ".
             03 ws-ctl-run-date     pic 9(8).
             03                     pic x value space.
             03 ws-ctl-entries      pic 9(4).
             03                     pic x value space.
             03 ws-ctl-moved        pic 9(7).
             03                     pic x value space.
             03 ws-ctl-status       pic x(8) value "PENDING".
             03                     pic x value space.
             03 ws-ctl-approved-by  pic x(20) value spaces.
             03                     pic x value space.
             03 ws-ctl-promoted-on  pic 9(8) value 0.

         01 ws-moved-line.
             03 ws-mvl-id           pic 9(6).
             03                     pic x(2) value spaces.
             03 ws-mvl-postcode     pic x(10).
             03                     pic x value space.
             03 ws-mvl-old-region   pic x(20).
             03                     pic x value space.
             03 ws-mvl-old-depot    pic x(8).
             03                     pic x(4) value " -> ".
             03 ws-mvl-new-region   pic x(20).
             03                     pic x value space.
             03 ws-mvl-new-depot    pic x(8).

         01 ws-pair-line.
             03                     pic x(2) value spaces.
             03 ws-prl-old-depot    pic x(8).
             03                     pic x(4) value " -> ".
             03 ws-prl-new-depot    pic x(8).
             03                     pic x(2) value spaces.
             03 ws-prl-tally        pic z(6)9.

         01 ws-depot-line.
             03                     pic x(2) value spaces.
             03 ws-dpl-name         pic x(8).
             03                     pic x(2) value spaces.
             03 ws-dpl-before       pic z(6)9.
             03                     pic x(2) value spaces.
             03 ws-dpl-after        pic z(6)9.
             03                     pic x(2) value spaces.
             03 ws-dpl-change       pic -(6)9.
             03                     pic x(2) value spaces.
             03 ws-dpl-flag         pic x(19).

         01 ws-count-line.
             03 ws-cnt-label        pic x(30).
             03 ws-cnt-value        pic z(6)9.

         procedure division.
         main-line section.
             accept ws-run-date from date yyyymmdd
             accept ws-capacity-env from environment "DEPOT_CAPACITY"
             if ws-capacity-env is numeric
                     and ws-capacity-env not = spaces
                 move ws-capacity-env to ws-capacity
             end-if

             perform load-proposed-table
             if ws-proposed-count = 0
                 display "postcodeimpact: no POSTCODE.NEW to assess"
                         " - run postcodetblmaint first"
                 goback returning 8
             end-if
             perform load-live-table

             open output impact-report
             perform write-report-heading
             open input validated-file
             if ws-valid-file-status = "00"
                 perform assess-addresses until ws-eof
                 close validated-file
             end-if
             perform write-depot-movements
             perform write-depot-capacity
             perform write-report-totals
             close impact-report

             perform write-impact-control
             display "postcodeimpact: " ws-addresses-moved
                 " of " ws-uk-addresses
                 " UK address(es) would move - awaiting approval"
             if ws-over-capacity > 0
                 goback returning 4
             end-if
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

        *> without an indexed store the table in force is whatever
        *> each address was last stamped with.
         load-live-table section.
             move 0 to ws-live-count
             open input postcode-index
             if ws-index-file-status not = "00"
                 set ws-live-from-stored to true
                 exit section
             end-if
             set ws-live-from-index to true
             perform load-one-live-row
                 until ws-index-file-status not = "00"
                     or ws-live-count = 2000
             close postcode-index
             .

         load-one-live-row section.
             read postcode-index next record
             if ws-index-file-status = "00"
                 add 1 to ws-live-count
                 set liv-idx to ws-live-count
                 move pcx-outward to ws-liv-outward (liv-idx)
                 move pcx-region to ws-liv-region (liv-idx)
                 move pcx-depot to ws-liv-depot (liv-idx)
             end-if
             .

         write-report-heading section.
             move spaces to impact-report-record
             string "POSTCODE.TBL change impact - " delimited by size
                    ws-proposed-count delimited by size
                    " proposed entries, run " delimited by size
                    ws-run-date delimited by size
                 into impact-report-record
             end-string
             write impact-report-record
             move all "=" to impact-report-record
             write impact-report-record
             if ws-live-from-index
                 write impact-report-record from
                     "In force: POSTCODE.IDX (the live indexed store)"
             else
                 write impact-report-record from
                     "In force: no POSTCODE.IDX - region/depot as stored on ADDRVALID.DAT"
             end-if
             move spaces to impact-report-record
             write impact-report-record
             write impact-report-record from
                 "ADDRESSES THAT WOULD MOVE:"
             .

         assess-addresses section.
             read validated-file
                 at end
                     set ws-eof to true
                 not at end
                     add 1 to ws-addresses-read
                     if adv-country = "UK"
                         add 1 to ws-uk-addresses
                         perform assess-one-address
                     end-if
             end-read
             .

         assess-one-address section.
             perform extract-outward-code
             if ws-live-from-index
                 move spaces to ws-old-region ws-old-depot
                 set liv-idx to 1
                 if ws-live-count > 0
                     search ws-live-entry
                         at end
                             continue
                         when liv-idx > ws-live-count
                             continue
                         when ws-liv-outward (liv-idx) = ws-outward-code
                             move ws-liv-region (liv-idx)
                                 to ws-old-region
                             move ws-liv-depot (liv-idx)
                                 to ws-old-depot
                     end-search
                 end-if
             else
                 move adv-region to ws-old-region
                 move adv-depot to ws-old-depot
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

             move ws-old-depot to ws-depot-to-find
             perform find-depot-entry
             add 1 to ws-dep-before (dep-idx)
             move ws-new-depot to ws-depot-to-find
             perform find-depot-entry
             add 1 to ws-dep-after (dep-idx)

             if ws-old-region = ws-new-region
                     and ws-old-depot = ws-new-depot
                 exit section
             end-if
             add 1 to ws-addresses-moved
             if ws-new-depot = spaces
                 add 1 to ws-losing-depot
             end-if
             move adv-address-id to ws-mvl-id
             move adv-postcode to ws-mvl-postcode
             move ws-old-region to ws-mvl-old-region
             move ws-old-depot to ws-mvl-old-depot
             move ws-new-region to ws-mvl-new-region
             move ws-new-depot to ws-mvl-new-depot
             if ws-new-depot = spaces
                 move "(NONE)" to ws-mvl-new-depot
             end-if
             if ws-old-depot = spaces
                 move "(NONE)" to ws-mvl-old-depot
             end-if
             write impact-report-record from ws-moved-line
             perform tally-depot-move
             .

        *> the outward code is the compacted postcode less its
        *> three-character inward part - as postcodeval keys it.
         extract-outward-code section.
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
             .

         build-compact-char section.
             move ws-work-postcode(ws-scan-idx:1) to ws-char
             if ws-char not = space
                 add 1 to ws-compact-len
                 move ws-char to ws-compact-postcode(ws-compact-len:1)
             end-if
             .

         find-depot-entry section.
             set dep-idx to 1
             if ws-depot-count > 0
                 search ws-depot-entry
                     at end
                         perform add-depot-entry
                     when dep-idx > ws-depot-count
                         perform add-depot-entry
                     when ws-dep-name (dep-idx) = ws-depot-to-find
                         continue
                 end-search
             else
                 perform add-depot-entry
             end-if
             .

         add-depot-entry section.
             if ws-depot-count < 200
                 add 1 to ws-depot-count
             end-if
             set dep-idx to ws-depot-count
             if ws-dep-name (dep-idx) not = ws-depot-to-find
                 move ws-depot-to-find to ws-dep-name (dep-idx)
                 move 0 to ws-dep-before (dep-idx)
                 move 0 to ws-dep-after (dep-idx)
             end-if
             .

         tally-depot-move section.
             set mov-idx to 1
             if ws-move-count > 0
                 search ws-move-entry
                     at end
                         perform add-move-entry
                     when mov-idx > ws-move-count
                         perform add-move-entry
                     when ws-mov-old-depot (mov-idx) = ws-old-depot
                             and ws-mov-new-depot (mov-idx)
                                 = ws-new-depot
                         continue
                 end-search
             else
                 perform add-move-entry
             end-if
             add 1 to ws-mov-tally (mov-idx)
             .

         add-move-entry section.
             if ws-move-count < 1000
                 add 1 to ws-move-count
             end-if
             set mov-idx to ws-move-count
             move ws-old-depot to ws-mov-old-depot (mov-idx)
             move ws-new-depot to ws-mov-new-depot (mov-idx)
             move 0 to ws-mov-tally (mov-idx)
             .

         write-depot-movements section.
             move spaces to impact-report-record
             write impact-report-record
             write impact-report-record from
                 "MOVEMENT BY DEPOT (OLD -> NEW, ADDRESSES):"
             perform write-one-movement
                 varying mov-idx from 1 by 1
                 until mov-idx > ws-move-count
             .

         write-one-movement section.
             move ws-mov-old-depot (mov-idx) to ws-prl-old-depot
             move ws-mov-new-depot (mov-idx) to ws-prl-new-depot
             if ws-mov-old-depot (mov-idx) = spaces
                 move "(NONE)" to ws-prl-old-depot
             end-if
             if ws-mov-new-depot (mov-idx) = spaces
                 move "(NONE)" to ws-prl-new-depot
             end-if
             move ws-mov-tally (mov-idx) to ws-prl-tally
             write impact-report-record from ws-pair-line
             .

         write-depot-capacity section.
             move spaces to impact-report-record
             write impact-report-record
             move spaces to impact-report-record
             string "DEPOT LOAD AGAINST DEPOT_CAPACITY ("
                        delimited by size
                    ws-capacity delimited by size
                    "):" delimited by size
                 into impact-report-record
             end-string
             write impact-report-record
             move spaces to impact-report-record
             move "DEPOT" to impact-report-record(3:5)
             move "BEFORE" to impact-report-record(14:6)
             move "AFTER" to impact-report-record(24:5)
             move "CHANGE" to impact-report-record(32:6)
             write impact-report-record
             perform write-one-depot-load
                 varying dep-idx from 1 by 1
                 until dep-idx > ws-depot-count
             .

        *> a depot already over capacity that the change makes no
        *> worse is flagged, but only a change that leaves a depot
        *> over capacity is counted against the table.
         write-one-depot-load section.
             move ws-dep-name (dep-idx) to ws-dpl-name
             if ws-dep-name (dep-idx) = spaces
                 move "(NONE)" to ws-dpl-name
             end-if
             move ws-dep-before (dep-idx) to ws-dpl-before
             move ws-dep-after (dep-idx) to ws-dpl-after
             compute ws-dpl-change =
                 ws-dep-after (dep-idx) - ws-dep-before (dep-idx)
             move spaces to ws-dpl-flag
             if ws-dep-name (dep-idx) not = spaces
                     and ws-dep-after (dep-idx) > ws-capacity
                 if ws-dep-after (dep-idx) > ws-dep-before (dep-idx)
                     move "** OVER CAPACITY" to ws-dpl-flag
                     add 1 to ws-over-capacity
                 else
                     move "OVER CAPACITY" to ws-dpl-flag
                 end-if
             end-if
             write impact-report-record from ws-depot-line
             .

         write-report-totals section.
             move spaces to impact-report-record
             write impact-report-record
             move spaces to ws-count-line
             move "ADDRESSES READ" to ws-cnt-label
             move ws-addresses-read to ws-cnt-value
             write impact-report-record from ws-count-line
             move "UK ADDRESSES RE-RESOLVED" to ws-cnt-label
             move ws-uk-addresses to ws-cnt-value
             write impact-report-record from ws-count-line
             move "WOULD MOVE" to ws-cnt-label
             move ws-addresses-moved to ws-cnt-value
             write impact-report-record from ws-count-line
             move "WOULD LOSE THEIR DEPOT" to ws-cnt-label
             move ws-losing-depot to ws-cnt-value
             write impact-report-record from ws-count-line
             move "DEPOTS PUT OVER CAPACITY" to ws-cnt-label
             move ws-over-capacity to ws-cnt-value
             write impact-report-record from ws-count-line
             move spaces to impact-report-record
             write impact-report-record
             write impact-report-record from
                 "APPROVED FOR PROMOTION BY: ____________________  DATE: __________"
             .

         write-impact-control section.
             open output impact-control-file
             move ws-run-date to ws-ctl-run-date
             move ws-proposed-count to ws-ctl-entries
             move ws-addresses-moved to ws-ctl-moved
             write impact-control-record from ws-control-header
             perform write-one-control-row
                 varying prp-idx from 1 by 1
                 until prp-idx > ws-proposed-count
             close impact-control-file
             .

         write-one-control-row section.
             write impact-control-record from ws-prp-row (prp-idx)
             .

         end program postcodeimpact.
