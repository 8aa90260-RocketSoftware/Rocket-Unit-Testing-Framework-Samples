       01 ws-today                 pic 9(8).
       01 ws-retention-years       pic 9(2) value 7.
       01 ws-years-env             pic x(2).
       01 ws-parm-program          pic x(20) value "custRetentionPurge".
       01 ws-parm-name             pic x(30).
       01 ws-parm-value            pic x(20).
       01 ws-cutoff-ymd.
           03 ws-cut-year              pic 9(4).
           03 ws-cut-monthday          pic 9(4).
           goback.

       initialize-run section.
           move "CUSTOMER_RETENTION_YEARS" to ws-parm-name
           call "RunParmValue" using
               by reference ws-parm-program
               by reference ws-parm-name
               by reference ws-parm-value
           end-call
           move ws-parm-value to ws-years-env
           if ws-years-env is numeric and ws-years-env not = spaces
               move ws-years-env to ws-retention-years
           end-if
