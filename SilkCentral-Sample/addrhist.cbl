        $set sourceformat"variable"
        *>--------------------------------------------------------------
        *> addrhist - the address in force on a given date.
        *>
        *> addrapply keeps each address's effective-from date on the
        *> master (ADDRMAST.DAT) and appends every address it
        *> replaces or deletes to the address history (ADDRHIST.DAT)
        *> with the dates it was in force:
        *>   address-id(1-6) country(8-9) postcode(11-20)
        *>   address-text(22-61) effective-from(63-70)
        *>   effective-to(72-79) action(81) source(83-102)
        *>   recorded-on(104-111)
        *>
        *> addressAsOf returns the address held under an address id
        *> on a date - the master's when the date is on or after its
        *> effective-from, otherwise the history row whose dates
        *> cover it. The found flag is N when the id had no address
        *> on that date (not yet added, or deleted by then). Both
        *> files are read once per run unit and kept.
        *>--------------------------------------------------------------
         program-id. "addrhist".
         environment division.
         input-output section.
         file-control.
             select address-master assign to "ADDRMAST.DAT"
                     organization is line sequential
                     file status is ws-master-file-status.

             select history-file assign to "ADDRHIST.DAT"
                     organization is line sequential
                     file status is ws-history-file-status.

         data division.
         file section.
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

         working-storage section.
         01 ws-master-file-status   pic xx.
         01 ws-history-file-status  pic xx.
         01 ws-loaded-flag          pic x value "N".
             88 ws-files-loaded         value "Y".

        *> current addresses - a row written before the master
        *> carried a date has been in force since before records
        *> began.
         01 ws-master-count         pic 9(5) comp-5 value 0.
         01 ws-master-table.
             03 ws-mst-entry occurs 50000 times
                     indexed by mst-idx.
                 05 ws-mst-id           pic 9(6).
                 05 ws-mst-country      pic x(2).
                 05 ws-mst-postcode     pic x(10).
                 05 ws-mst-text         pic x(40).
                 05 ws-mst-effective-from pic 9(8).

         01 ws-history-count        pic 9(5) comp-5 value 0.
         01 ws-history-table.
             03 ws-hst-entry occurs 50000 times
                     indexed by hst-idx.
                 05 ws-hst-id           pic 9(6).
                 05 ws-hst-country      pic x(2).
                 05 ws-hst-postcode     pic x(10).
                 05 ws-hst-text         pic x(40).
                 05 ws-hst-effective-from pic 9(8).
                 05 ws-hst-effective-to pic 9(8).

         linkage section.
         01 lnk-address-id          pic 9(6).
         01 lnk-as-of-date          pic 9(8).
         01 lnk-country             pic x(2).
         01 lnk-postcode            pic x(10).
         01 lnk-address-text        pic x(40).
         01 lnk-found-flag          pic x.
             88 lnk-address-found       value "Y".
             88 lnk-address-not-found   value "N".

         procedure division using lnk-address-id,
                                  lnk-as-of-date,
                                  lnk-country,
                                  lnk-postcode,
                                  lnk-address-text,
                                  lnk-found-flag.

        *>--------------------------------------------------------------
        *> addressAsOf - the address under lnk-address-id on
        *>  lnk-as-of-date, or not found.
        *>--------------------------------------------------------------
         address-as-of section.
         entry "addressAsOf" using lnk-address-id,
                                   lnk-as-of-date,
                                   lnk-country,
                                   lnk-postcode,
                                   lnk-address-text,
                                   lnk-found-flag.
             if not ws-files-loaded
                 perform load-address-master
                 perform load-address-history
                 set ws-files-loaded to true
             end-if
             set lnk-address-not-found to true
             move spaces to lnk-country lnk-postcode lnk-address-text

             perform find-current-address
             if lnk-address-found
                 goback
             end-if
             perform find-history-address
                 varying hst-idx from 1 by 1
                 until hst-idx > ws-history-count
                     or lnk-address-found
             goback.

         find-current-address section.
             set mst-idx to 1
             if ws-master-count > 0
                 search ws-mst-entry
                     at end
                         continue
                     when mst-idx > ws-master-count
                         continue
                     when ws-mst-id (mst-idx) = lnk-address-id
                         if ws-mst-effective-from (mst-idx)
                                 <= lnk-as-of-date
                             move ws-mst-country (mst-idx)
                                 to lnk-country
                             move ws-mst-postcode (mst-idx)
                                 to lnk-postcode
                             move ws-mst-text (mst-idx)
                                 to lnk-address-text
                             set lnk-address-found to true
                         end-if
                 end-search
             end-if
             .

         find-history-address section.
             if ws-hst-id (hst-idx) = lnk-address-id
                     and ws-hst-effective-from (hst-idx)
                         <= lnk-as-of-date
                     and ws-hst-effective-to (hst-idx)
                         >= lnk-as-of-date
                 move ws-hst-country (hst-idx) to lnk-country
                 move ws-hst-postcode (hst-idx) to lnk-postcode
                 move ws-hst-text (hst-idx) to lnk-address-text
                 set lnk-address-found to true
             end-if
             .

         load-address-master section.
             move 0 to ws-master-count
             open input address-master
             if ws-master-file-status = "00"
                 perform load-one-master-row
                     until ws-master-file-status not = "00"
                         or ws-master-count = 50000
                 close address-master
             end-if
             .

         load-one-master-row section.
             read address-master
             if ws-master-file-status = "00"
                 add 1 to ws-master-count
                 set mst-idx to ws-master-count
                 move adm-address-id to ws-mst-id (mst-idx)
                 move adm-country to ws-mst-country (mst-idx)
                 move adm-postcode to ws-mst-postcode (mst-idx)
                 move adm-address-text to ws-mst-text (mst-idx)
                 if adm-effective-from is numeric
                     move adm-effective-from
                         to ws-mst-effective-from (mst-idx)
                 else
                     move 0 to ws-mst-effective-from (mst-idx)
                 end-if
             end-if
             .

         load-address-history section.
             move 0 to ws-history-count
             open input history-file
             if ws-history-file-status = "00"
                 perform load-one-history-row
                     until ws-history-file-status not = "00"
                         or ws-history-count = 50000
                 close history-file
             end-if
             .

         load-one-history-row section.
             read history-file
             if ws-history-file-status = "00"
                 add 1 to ws-history-count
                 set hst-idx to ws-history-count
                 move adh-address-id to ws-hst-id (hst-idx)
                 move adh-country to ws-hst-country (hst-idx)
                 move adh-postcode to ws-hst-postcode (hst-idx)
                 move adh-address-text to ws-hst-text (hst-idx)
                 move adh-effective-from
                     to ws-hst-effective-from (hst-idx)
                 move adh-effective-to
                     to ws-hst-effective-to (hst-idx)
             end-if
             .

         end program "addrhist".
