        *> that have no table entry. Findings go to
        *> PostcodeTblReport.txt.
        *>
        *> POSTCODE.NEW is the proposed table only: the indexed store
        *> postcodeval reads by key (POSTCODE.IDX) is rebuilt from it
        *> by postcodepromote, once postcodeimpact has shown how many
        *> deliveries the change moves and logistics has approved it.
        *>--------------------------------------------------------------
         program-id. postcodetblmaint.
         environment division.
             select sorted-table-file assign to "POSTCODE.NEW"
                     organization is line sequential.

             select traffic-file assign to "TRAFFIC.DAT"
                     organization is line sequential
                     file status is ws-traffic-file-status.
         fd  sorted-table-file.
         01  sorted-table-record     pic x(80).

         fd  traffic-file.
         01  traffic-record          pic x(80).

        *> the loaded table - sized for real outward-code coverage,
        *> well past the 50 entries the old in-memory lookup capped
        *> at (the indexed store has no cap at all).
         01 ws-entry-count          pic 9(4) value 0.
         01 ws-table-entries.
             03 ws-table-entry occurs 2000 times.
             perform report-duplicates
             perform sort-table-entries
             perform write-sorted-table
             perform report-coverage-gaps
             perform write-summary

             write sorted-table-record from ws-table-record
             .

         report-coverage-gaps section.
             move spaces to maint-report-record
             write maint-report-record
