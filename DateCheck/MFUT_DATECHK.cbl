
       01 tc-fail-count                binary-long.

      *> fiscal calendar results, checked against the FISCALCAL.TBL
      *> shipped alongside datechk (fiscal 2025 opens 29/12/2024,
      *> 4-4-5 weeks).
       01 fiscal-info.
           03 fiscal-year              pic 9(4).
           03 fiscal-quarter           pic 9.
           03 fiscal-period            pic 99.
           03 fiscal-week              pic 99.
           03 fiscal-period-start      pic 9(8).
           03 fiscal-period-end        pic 9(8).
           03 fiscal-period-end-flag   pic x.
       01 fiscal-valid-flag            pic x.
       01 fiscal-year-wanted           pic 9(4).
       01 fiscal-period-wanted         pic 99.
       01 expected-fiscal-info         pic x(26).
       78 tc-iso     value  "I".

      *> interest day-count results.
       01 input-date-2                 pic x(10).
       01 day-count-basis              pic x(8).
       01 day-count                    pic s9(8).
       01 year-fraction                pic s9(3)v9(9).
       01 day-count-valid-flag         pic x.
       01 expected-day-count           pic s9(8).
       01 expected-year-fraction       pic s9(3)v9(9).

       78 tc-usa     value  "U".
       78 tc-uk      value  "E".

           end-call
           perform expect-fail

           *> fiscal period of a date - the last day of period 3
           move "2025/03/29" to input-date, tc-msg
           call "datechkFiscalPeriod" using by reference input-date
                                            by reference tc-iso
                                            by reference fiscal-info
                                      by reference fiscal-valid-flag
           end-call
           move "2025103132025022320250329Y" to expected-fiscal-info
           perform expect-fiscal

           *> fiscal period of a date mid-period, in the next year
           move "2026/01/10" to input-date, tc-msg
           call "datechkFiscalPeriod" using by reference input-date
                                            by reference tc-iso
                                            by reference fiscal-info
                                      by reference fiscal-valid-flag
           end-call
           move "2026101022025122820260124N" to expected-fiscal-info
           perform expect-fiscal

           *> a date the fiscal calendar does not cover
           move "2030/01/10" to input-date, tc-msg
           call "datechkFiscalPeriod" using by reference input-date
                                            by reference tc-iso
                                            by reference fiscal-info
                                      by reference fiscal-valid-flag
           end-call
           perform expect-fiscal-invalid

           *> the dates of the Nth fiscal period
           move 2026 to fiscal-year-wanted
           move 3 to fiscal-period-wanted
           move "fiscal period 2026/03" to tc-msg
           call "datechkFiscalPeriodDates" using
                                    by reference fiscal-year-wanted
                                    by reference fiscal-period-wanted
                                    by reference fiscal-info
                                    by reference fiscal-valid-flag
           end-call
           move "2026103092026022220260328N" to expected-fiscal-info
           perform expect-fiscal

           *> 30/360 bond basis - a 31st ending date stays the 31st
           *> when the starting date is before the 30th
           move "2024/02/29" to input-date
           move "2024/03/31" to input-date-2
           move "30/360" to day-count-basis
           move "30/360 from 29 February" to tc-msg
           move 32 to expected-day-count
           move 0.088888889 to expected-year-fraction
           perform check-day-count

           *> the US rule treats the end of February as the 30th
           move "30U/360" to day-count-basis
           move "30U/360 from 29 February" to tc-msg
           move 30 to expected-day-count
           move 0.083333333 to expected-year-fraction
           perform check-day-count

           *> ACT/ACT splits the days across the two years
           move "2023/07/01" to input-date
           move "2024/07/01" to input-date-2
           move "ACT/ACT" to day-count-basis
           move "ACT/ACT across a leap year" to tc-msg
           move 366 to expected-day-count
           move 1.001377349 to expected-year-fraction
           perform check-day-count

           *> dates in reverse order give a negative count
           move "2024/07/01" to input-date
           move "2023/07/01" to input-date-2
           move "ACT/360" to day-count-basis
           move "ACT/360 reversed dates" to tc-msg
           move -366 to expected-day-count
           move -1.016666667 to expected-year-fraction
           perform check-day-count

           display "INFO: Test case count        : " tc-count
           display "INFO: Failed test case count : " tc-fail-count
           goback returning tc-fail-count.
            end-if
            .

        expect-fiscal section.
           add 1 to tc-count
           if fiscal-valid-flag not equal "Y"
              or fiscal-info not equal expected-fiscal-info
               add 1 to tc-fail-count
               exhibit named tc-count fiscal-valid-flag fiscal-info
               call MFU-ASSERT-FAIL-Z using
                   by reference tc-msg-grp
               end-call
            end-if
            .

        check-day-count section.
           add 1 to tc-count
           call "datechkDayCount" using by reference input-date
                                        by reference input-date-2
                                        by reference tc-iso
                                        by reference day-count-basis
                                        by reference day-count
                                        by reference year-fraction
                                  by reference day-count-valid-flag
           end-call
           if day-count-valid-flag not equal "Y"
              or day-count not equal expected-day-count
              or year-fraction not equal expected-year-fraction
               add 1 to tc-fail-count
               exhibit named tc-count day-count year-fraction
               call MFU-ASSERT-FAIL-Z using
                   by reference tc-msg-grp
               end-call
            end-if
            .

        expect-fiscal-invalid section.
           add 1 to tc-count
           if fiscal-valid-flag not equal "N"
               add 1 to tc-fail-count
               exhibit named tc-count fiscal-valid-flag fiscal-info
               call MFU-ASSERT-FAIL-Z using
                   by reference tc-msg-grp
               end-call
            end-if
            .

         dump-output-values section.
           exhibit named tc-count input-date day-name
           exhibit named day-no month-name year-no days-since-jan-1-1900
