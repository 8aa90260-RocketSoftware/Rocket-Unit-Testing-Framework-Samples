        $set sourceformat"variable"
        *>--------------------------------------------------------------
        *> addrchgfreq - addresses changed too often. An address that
        *> moves several times a year is usually a data-quality
        *> problem or someone redirecting another party's mail.
        *>
        *> Every row on the address history (ADDRHIST.DAT, written by
        *> addrapply) is one applied update or delete, made the day
        *> after its effective-to. Changes made in the year ending on
        *> the run date (ADDR_RUN_DATE yyyymmdd, default today) are
        *> counted per address id, and every address changed more
        *> than ADDR_CHANGE_LIMIT times (default 3) is listed on
        *> AddrChangeFrequency.txt with its first and latest change
        *> in the year, the sources the changes came from, and where
        *> it stands on the master now.
        *>--------------------------------------------------------------
         program-id. addrchgfreq.
         environment division.
         input-output section.
         file-control.
             select history-file assign to "ADDRHIST.DAT"
                     organization is line sequential
                     file status is ws-history-file-status.

             select address-master assign to "ADDRMAST.DAT"
                     organization is line sequential
                     file status is ws-master-file-status.

             select frequency-report assign to "AddrChangeFrequency.txt"
                     organization is line sequential.

         data division.
         file section.
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

         fd  address-master.
         01  address-master-record.
             03 adm-address-id       pic 9(6).
             03                      pic x.
             03 adm-country          pic x(2).
             03                      pic x.
             03 adm-postcode         pic x(10).
             03                      pic x.
             03 adm-address-text     pic x(40).
             03                      pic x.
             03 adm-effective-from   pic x(8).

         fd  frequency-report.
         01  frequency-report-record pic x(100).

         working-storage section.
         01 ws-history-file-status  pic xx.
         01 ws-master-file-status   pic xx.

         01 ws-run-date             pic 9(8).
         01 ws-run-date-env         pic x(8).
         01 ws-year-ago             pic 9(8).
         01 ws-change-date          pic 9(8).
         01 ws-change-limit         pic 9(3) value 3.
         01 ws-change-limit-env     pic x(3).

        *> changes in the year, one entry per address id.
         01 ws-change-count         pic 9(5) comp-5 value 0.
         01 ws-change-table.
             03 ws-chg-entry occurs 50000 times
                     indexed by chg-idx.
                 05 ws-chg-id           pic 9(6).
                 05 ws-chg-times        pic 9(5).
                 05 ws-chg-first        pic 9(8).
                 05 ws-chg-last         pic 9(8).
                 05 ws-chg-deleted-sw   pic x.
                     88 ws-chg-deleted      value "D".
                 05 ws-chg-sources      pic x(20).
                 05 ws-chg-other-sw     pic x.
                     88 ws-chg-other-sources value "Y".
         01 ws-entry-found-flag     pic x.
             88 ws-entry-found          value "Y".

         01 ws-history-read         pic 9(7) value 0.
         01 ws-changes-in-year      pic 9(7) value 0.
         01 ws-addresses-listed     pic 9(7) value 0.

         01 ws-listed-line.
             03 ws-lst-id           pic 9(6).
             03                     pic x(2) value spaces.
             03 ws-lst-times        pic z(4)9.
             03                     pic x(2) value spaces.
             03 ws-lst-first        pic 9(8).
             03                     pic x(2) value spaces.
             03 ws-lst-last         pic 9(8).
             03                     pic x(2) value spaces.
             03 ws-lst-sources      pic x(22).
             03                     pic x(2) value spaces.
             03 ws-lst-now          pic x(41).

         01 ws-count-line.
             03 ws-cnt-label        pic x(30).
             03 ws-cnt-value        pic z(6)9.

         procedure division.
         main-line section.
             accept ws-run-date-env from environment "ADDR_RUN_DATE"
             if ws-run-date-env is numeric
                     and ws-run-date-env not = spaces
                 move ws-run-date-env to ws-run-date
             else
                 accept ws-run-date from date yyyymmdd
             end-if
             accept ws-change-limit-env from environment
                 "ADDR_CHANGE_LIMIT"
             if ws-change-limit-env not = spaces
                 compute ws-change-limit =
                     function numval(ws-change-limit-env)
             end-if
             compute ws-year-ago = ws-run-date - 10000
             if ws-year-ago(5:4) = "0229"
                 move "0228" to ws-year-ago(5:4)
             end-if

             open input history-file
             if ws-history-file-status not = "00"
                 display "addrchgfreq: no ADDRHIST.DAT to report on"
                 goback returning 4
             end-if
             perform count-one-change
                 until ws-history-file-status not = "00"
             close history-file

             open output frequency-report
             perform write-report-heading
             perform list-frequent-changes
             perform write-report-totals
             close frequency-report
             goback.

         count-one-change section.
             read history-file
             if ws-history-file-status not = "00"
                 exit section
             end-if
             add 1 to ws-history-read
             compute ws-change-date = function date-of-integer(
                 function integer-of-date(adh-effective-to) + 1)
             if ws-change-date <= ws-year-ago
                     or ws-change-date > ws-run-date
                 exit section
             end-if
             add 1 to ws-changes-in-year

             perform find-change-entry
             if not ws-entry-found
                 if ws-change-count = 50000
                     exit section
                 end-if
                 add 1 to ws-change-count
                 set chg-idx to ws-change-count
                 move adh-address-id to ws-chg-id (chg-idx)
                 move 0 to ws-chg-times (chg-idx)
                 move ws-change-date to ws-chg-first (chg-idx)
                 move ws-change-date to ws-chg-last (chg-idx)
                 move space to ws-chg-deleted-sw (chg-idx)
                 move adh-source to ws-chg-sources (chg-idx)
                 move "N" to ws-chg-other-sw (chg-idx)
             end-if
             add 1 to ws-chg-times (chg-idx)
             if ws-change-date < ws-chg-first (chg-idx)
                 move ws-change-date to ws-chg-first (chg-idx)
             end-if
             if ws-change-date >= ws-chg-last (chg-idx)
                 move ws-change-date to ws-chg-last (chg-idx)
                 move space to ws-chg-deleted-sw (chg-idx)
                 if adh-action = "D"
                     move "D" to ws-chg-deleted-sw (chg-idx)
                 end-if
             end-if
             if adh-source not = ws-chg-sources (chg-idx)
                 set ws-chg-other-sources (chg-idx) to true
             end-if
             .

         find-change-entry section.
             move "N" to ws-entry-found-flag
             set chg-idx to 1
             if ws-change-count > 0
                 search ws-chg-entry
                     at end
                         continue
                     when chg-idx > ws-change-count
                         continue
                     when ws-chg-id (chg-idx) = adh-address-id
                         set ws-entry-found to true
                 end-search
             end-if
             .

         write-report-heading section.
             move spaces to frequency-report-record
             string "Addresses changed more than " delimited by size
                    ws-change-limit delimited by size
                    " times after " delimited by size
                    ws-year-ago delimited by size
                    " up to " delimited by size
                    ws-run-date delimited by size
                 into frequency-report-record
             end-string
             write frequency-report-record
             move all "=" to frequency-report-record
             write frequency-report-record
             move spaces to frequency-report-record
             move "ADDR" to frequency-report-record(1:4)
             move "TIMES" to frequency-report-record(9:5)
             move "FIRST" to frequency-report-record(16:5)
             move "LATEST" to frequency-report-record(26:6)
             move "SOURCE(S)" to frequency-report-record(36:9)
             move "ON THE MASTER NOW" to frequency-report-record(60:17)
             write frequency-report-record
             .

         list-frequent-changes section.
             perform list-one-address
                 varying chg-idx from 1 by 1
                 until chg-idx > ws-change-count
             .

         list-one-address section.
             if ws-chg-times (chg-idx) <= ws-change-limit
                 exit section
             end-if
             add 1 to ws-addresses-listed
             move ws-chg-id (chg-idx) to ws-lst-id
             move ws-chg-times (chg-idx) to ws-lst-times
             move ws-chg-first (chg-idx) to ws-lst-first
             move ws-chg-last (chg-idx) to ws-lst-last
             move ws-chg-sources (chg-idx) to ws-lst-sources
             if ws-chg-other-sources (chg-idx)
                 move "+" to ws-lst-sources(22:1)
             end-if
             if ws-chg-deleted (chg-idx)
                 move "DELETED" to ws-lst-now
             else
                 perform find-master-address
             end-if
             write frequency-report-record from ws-listed-line
             .

        *> only the few listed addresses are looked up, so the
        *> master is scanned for each rather than held.
         find-master-address section.
             move "NOT ON MASTER" to ws-lst-now
             open input address-master
             if ws-master-file-status not = "00"
                 exit section
             end-if
             perform read-master-for-address
                 until ws-master-file-status not = "00"
             close address-master
             .

         read-master-for-address section.
             read address-master
             if ws-master-file-status = "00"
                     and adm-address-id = ws-chg-id (chg-idx)
                 move spaces to ws-lst-now
                 string adm-country delimited by size
                        " " delimited by size
                        adm-postcode delimited by size
                        " " delimited by size
                        adm-address-text delimited by size
                     into ws-lst-now
                 end-string
                 move "99" to ws-master-file-status
             end-if
             .

         write-report-totals section.
             move spaces to frequency-report-record
             write frequency-report-record
             move spaces to ws-count-line
             move "HISTORY ROWS READ" to ws-cnt-label
             move ws-history-read to ws-cnt-value
             write frequency-report-record from ws-count-line
             move "CHANGES IN THE YEAR" to ws-cnt-label
             move ws-changes-in-year to ws-cnt-value
             write frequency-report-record from ws-count-line
             move "ADDRESSES CHANGED" to ws-cnt-label
             move ws-change-count to ws-cnt-value
             write frequency-report-record from ws-count-line
             move "ADDRESSES LISTED" to ws-cnt-label
             move ws-addresses-listed to ws-cnt-value
             write frequency-report-record from ws-count-line
             .

         end program addrchgfreq.
