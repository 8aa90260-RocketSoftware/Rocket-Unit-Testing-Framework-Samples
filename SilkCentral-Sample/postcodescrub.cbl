             03 adm-postcode         pic x(10).
             03                      pic x.
             03 adm-address-text     pic x(40).
             03                      pic x.
             03 adm-effective-from   pic x(8).

         fd  validated-file.
         01  validated-record.
