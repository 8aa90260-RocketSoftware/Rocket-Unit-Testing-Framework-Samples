           select proc-override-file assign to "PROCDATE.OVR"
               organization is line sequential
               file status is override-file-status.
      * finance's fiscal calendar (4-4-5), one record per fiscal
      * period, maintained by finance: fiscal year cols 1-4, period
      * cols 6-7, first and last day of the period (yyyymmdd) in
      * cols 9-16 and 18-25, and optionally the fiscal quarter in
      * col 27 (left blank it is derived as three periods a quarter).
           select fiscal-calendar-file assign to "FISCALCAL.TBL"
               organization is line sequential
               file status is fiscal-file-status.
      ********************************************************
      *    This subprogram validates dates input in either   *
      *      EUROPEAN, USA or ISO format. The result is       *
      *    A holiday-calendar file (HOLIDAYS.TBL) is honored by  *
      *    the business-day count, and further entry points do   *
      *    business-day arithmetic from the same calendar.       *
      *    A fiscal calendar (FISCALCAL.TBL) answers fiscal       *
      *    year/quarter/period/week for a date, and the dates of  *
      *    any fiscal period.                                     *
      *    Interest day counts and year fractions are worked out  *
      *    here under the named market conventions.               *
      ********************************************************
       data division.
       file section.
       fd  proc-override-file.
       01  proc-override-record        pic 9(8).

       fd  fiscal-calendar-file.
       01  fiscal-cal-record.
           03  fiscal-rec-year         pic 9(4).
           03  filler                  pic x.
           03  fiscal-rec-period       pic 99.
           03  filler                  pic x.
           03  fiscal-rec-start        pic 9(8).
           03  filler                  pic x.
           03  fiscal-rec-end          pic 9(8).
           03  filler                  pic x.
           03  fiscal-rec-quarter      pic x.

       working-storage section.
       01  days-in-month-table         pic x(26)
                       value "31283130313031313031303129".
       01  bd-step                     pic s9.
       01  bd-remaining                pic s9(4).

      * the loaded fiscal calendar, its period boundaries kept as
      * absolute day numbers like the holiday calendar's.
       01  fiscal-file-status          pic xx.
       01  fiscal-loaded-flag          pic x value "N".
           88  fiscal-calendar-is-loaded   value "Y".
       01  fiscal-count                pic 9(3) value 0.
       01  fiscal-table-area.
           03 fiscal-entry             occurs 300 times.
               05 fiscal-tbl-year      pic 9(4).
               05 fiscal-tbl-period    pic 99.
               05 fiscal-tbl-quarter   pic 9.
               05 fiscal-start-integer pic 9(8).
               05 fiscal-end-integer   pic 9(8).
       01  fiscal-idx                  pic 9(3).
       01  fiscal-found-idx            pic 9(3).
       01  fiscal-work-integer         pic 9(8).
       01  fiscal-year-start-integer   pic 9(8).

      * work fields for the interest day-count conventions.
       01  dcc-year-1                  pic 9(4).
       01  dcc-month-1                 pic 99.
       01  dcc-day-1                   pic 99.
       01  dcc-year-2                  pic 9(4).
       01  dcc-month-2                 pic 99.
       01  dcc-day-2                   pic 99.
       01  dcc-integer-1               pic 9(8).
       01  dcc-integer-2               pic 9(8).
       01  dcc-lo-integer              pic 9(8).
       01  dcc-hi-integer              pic 9(8).
       01  dcc-segment-year            pic 9(4).
       01  dcc-segment-start           pic 9(8).
       01  dcc-segment-end             pic 9(8).
       01  dcc-year-start-ymd          pic 9(8).
       01  dcc-next-year-ymd           pic 9(8).
       01  dcc-days-in-year            pic 9(3).
       01  dcc-fraction                pic 9(3)v9(12).
       01  dcc-probe-ymd               pic 9(8).
       01  dcc-last-day-flag-1         pic x.
           88  dcc-date-1-is-feb-end       value "Y".
       01  dcc-last-day-flag-2         pic x.
           88  dcc-date-2-is-feb-end       value "Y".

      * work fields for the processing-date service.
       01  override-file-status        pic xx.
       01  proc-current-date           pic 9(8).
           03  lnk-schedule-count       pic 9(3).
           03  lnk-schedule-date        pic 9(8) occurs 60 times.

      * fiscal calendar answers: the fiscal year, quarter, period and
      * week (of the fiscal year) a date falls in, the first and last
      * day of that period (yyyymmdd), and whether the date is the
      * period's last day. The companion call names the fiscal year
      * and period wanted instead of a date.
       01  lnk-fiscal-info.
           03  lnk-fiscal-year          pic 9(4).
           03  lnk-fiscal-quarter       pic 9.
           03  lnk-fiscal-period        pic 99.
           03  lnk-fiscal-week          pic 99.
           03  lnk-fiscal-period-start  pic 9(8).
           03  lnk-fiscal-period-end    pic 9(8).
           03  lnk-fiscal-period-end-flag pic x.
               88  lnk-is-fiscal-period-end value "Y".
       01  lnk-fiscal-year-wanted       pic 9(4).
       01  lnk-fiscal-period-wanted     pic 99.

      * interest day-count convention and its year fraction. The
      * conventions understood are:
      *   "30/360"  - bond basis (ISDA): a 31st starting date is the
      *               30th; a 31st ending date is the 30th when the
      *               starting date is the 30th or 31st
      *   "30U/360" - US (NASD) 30/360: bond basis plus the February
      *               month-end rule - a starting date on the last
      *               day of February is the 30th, and an ending date
      *               on it too when both dates are
      *   "30E/360" - Eurobond basis: any 31st is the 30th
      *   "ACT/360", "ACT/365" (fixed) - actual days over 360 / 365
      *   "ACT/ACT" - ISDA: the days falling in each calendar year
      *               over that year's length, 365 or 366
      * The day count and fraction are signed: negative when the
      * second date is before the first.
       01  lnk-day-count-basis          pic x(8).
           88  dcc-30-360                   value "30/360".
           88  dcc-30u-360                  value "30U/360".
           88  dcc-30e-360                  value "30E/360".
           88  dcc-act-360                  value "ACT/360".
           88  dcc-act-365                  value "ACT/365".
           88  dcc-act-act                  value "ACT/ACT".
       01  lnk-year-fraction            pic s9(3)v9(9).

      * elapsed-time outputs for the years/months/days difference.
       01  lnk-elapsed-years            pic 9(4).
       01  lnk-elapsed-months           pic 99.
           subtract 1 from bd-work-integer
           perform check-business-day.

      ******************************************************************
      * datechkFiscalPeriod - where a date (same usa-or-uk/iso
      * convention as the main entry) falls on finance's fiscal
      * calendar, so a month-end, fee or commission run can follow
      * the fiscal close instead of the calendar month. A date the
      * loaded calendar does not cover comes back flagged invalid,
      * never guessed.
      ******************************************************************
       fiscal-period section.
       entry "datechkFiscalPeriod" using input-date,
                                         usa-or-uk,
                                         lnk-fiscal-info,
                                         lnk-result-valid-flag.
           perform load-fiscal-calendar
           perform clear-fiscal-info
           move input-date to ws-range-date
           perform validate-range-date
           if lnk-result-invalid
               goback
           end-if
           perform convert-range-date-to-integer
           move ws-range-integer-date to fiscal-work-integer
           move 0 to fiscal-found-idx
           perform find-fiscal-period-of-date
               varying fiscal-idx from 1 by 1
               until fiscal-idx > fiscal-count
                  or fiscal-found-idx not = 0
           if fiscal-found-idx = 0
               move "N" to lnk-result-valid-flag
               goback
           end-if
           perform return-fiscal-period
           if fiscal-work-integer =
                   fiscal-end-integer (fiscal-found-idx)
               move "Y" to lnk-fiscal-period-end-flag
           end-if
           goback.

      ******************************************************************
      * datechkFiscalPeriodDates - the companion call: the dates of
      * the Nth period of a fiscal year, with its quarter and the
      * fiscal week the period opens in.
      ******************************************************************
       fiscal-period-dates section.
       entry "datechkFiscalPeriodDates" using lnk-fiscal-year-wanted,
                                              lnk-fiscal-period-wanted,
                                              lnk-fiscal-info,
                                              lnk-result-valid-flag.
           perform load-fiscal-calendar
           perform clear-fiscal-info
           move "Y" to lnk-result-valid-flag
           move 0 to fiscal-found-idx
           perform find-fiscal-period-by-number
               varying fiscal-idx from 1 by 1
               until fiscal-idx > fiscal-count
                  or fiscal-found-idx not = 0
           if fiscal-found-idx = 0
               move "N" to lnk-result-valid-flag
               goback
           end-if
           move fiscal-start-integer (fiscal-found-idx)
               to fiscal-work-integer
           perform return-fiscal-period
           goback.

       fiscal-period-work section.
       clear-fiscal-info.
           move 0 to lnk-fiscal-year
           move 0 to lnk-fiscal-quarter
           move 0 to lnk-fiscal-period
           move 0 to lnk-fiscal-week
           move 0 to lnk-fiscal-period-start
           move 0 to lnk-fiscal-period-end
           move "N" to lnk-fiscal-period-end-flag.

       find-fiscal-period-of-date.
           if fiscal-work-integer >= fiscal-start-integer (fiscal-idx)
            and fiscal-work-integer <= fiscal-end-integer (fiscal-idx)
               move fiscal-idx to fiscal-found-idx
           end-if.

       find-fiscal-period-by-number.
           if fiscal-tbl-year (fiscal-idx) = lnk-fiscal-year-wanted
            and fiscal-tbl-period (fiscal-idx)
                   = lnk-fiscal-period-wanted
               move fiscal-idx to fiscal-found-idx
           end-if.

      * fills the caller's answer from the period found; the fiscal
      * week counts seven-day weeks from the first day of the fiscal
      * year (the earliest period start the calendar holds for it).
       return-fiscal-period.
           move fiscal-tbl-year (fiscal-found-idx) to lnk-fiscal-year
           move fiscal-tbl-quarter (fiscal-found-idx)
               to lnk-fiscal-quarter
           move fiscal-tbl-period (fiscal-found-idx)
               to lnk-fiscal-period
           compute lnk-fiscal-period-start = function date-of-integer
               (fiscal-start-integer (fiscal-found-idx))
           compute lnk-fiscal-period-end = function date-of-integer
               (fiscal-end-integer (fiscal-found-idx))
           move fiscal-start-integer (fiscal-found-idx)
               to fiscal-year-start-integer
           perform find-fiscal-year-start
               varying fiscal-idx from 1 by 1
               until fiscal-idx > fiscal-count
           compute lnk-fiscal-week =
               (fiscal-work-integer - fiscal-year-start-integer) / 7
               + 1.

       find-fiscal-year-start.
           if fiscal-tbl-year (fiscal-idx) = lnk-fiscal-year
            and fiscal-start-integer (fiscal-idx)
                   < fiscal-year-start-integer
               move fiscal-start-integer (fiscal-idx)
                   to fiscal-year-start-integer
           end-if.

      * loads FISCALCAL.TBL once per run unit. Records that are not
      * complete dates are skipped; a missing calendar leaves every
      * fiscal answer flagged invalid.
       load-fiscal-calendar.
           if fiscal-calendar-is-loaded
               next sentence
           else
               move 0 to fiscal-count
               open input fiscal-calendar-file
               if fiscal-file-status = "00"
                   perform load-one-fiscal-period
                       until fiscal-file-status not = "00"
                          or fiscal-count = 300
                   close fiscal-calendar-file
               end-if
               move "Y" to fiscal-loaded-flag
           end-if.

       load-one-fiscal-period.
           read fiscal-calendar-file
           if fiscal-file-status = "00"
               if fiscal-rec-year numeric
                and fiscal-rec-period numeric
                and fiscal-rec-start numeric
                and fiscal-rec-end numeric
                   add 1 to fiscal-count
                   move fiscal-rec-year
                       to fiscal-tbl-year (fiscal-count)
                   move fiscal-rec-period
                       to fiscal-tbl-period (fiscal-count)
                   if fiscal-rec-quarter numeric
                    and fiscal-rec-quarter not = "0"
                       move fiscal-rec-quarter
                           to fiscal-tbl-quarter (fiscal-count)
                   else
                       compute fiscal-tbl-quarter (fiscal-count) =
                           (fiscal-rec-period + 2) / 3
                       if fiscal-tbl-quarter (fiscal-count) > 4
                           move 4 to fiscal-tbl-quarter (fiscal-count)
                       end-if
                   end-if
                   compute fiscal-start-integer (fiscal-count) =
                       function integer-of-date(fiscal-rec-start)
                   compute fiscal-end-integer (fiscal-count) =
                       function integer-of-date(fiscal-rec-end)
               end-if
           end-if.

      ******************************************************************
      * datechkDayCount - the interest day count and year fraction
      * between two dates (same usa-or-uk/iso convention as the main
      * entry) under a named convention, so loan interest, payoff per
      * diem and accrual runs all price "days between" the same way
      * instead of each hand-rolling it. An invalid date or an
      * unknown convention comes back flagged invalid, zero counts.
      ******************************************************************
       day-count-convention section.
       entry "datechkDayCount" using input-date,
                                     input-date-2,
                                     usa-or-uk,
                                     lnk-day-count-basis,
                                     lnk-day-count,
                                     lnk-year-fraction,
                                     lnk-result-valid-flag.
           move 0 to lnk-day-count
           move 0 to lnk-year-fraction
           move input-date to ws-range-date
           perform validate-range-date
           if lnk-result-invalid
               goback
           end-if
           move ws-range-work-year to dcc-year-1
           move ws-range-work-month to dcc-month-1
           move ws-range-work-day to dcc-day-1
           perform convert-range-date-to-integer
           move ws-range-integer-date to dcc-integer-1

           move input-date-2 to ws-range-date
           perform validate-range-date
           if lnk-result-invalid
               goback
           end-if
           move ws-range-work-year to dcc-year-2
           move ws-range-work-month to dcc-month-2
           move ws-range-work-day to dcc-day-2
           perform convert-range-date-to-integer
           move ws-range-integer-date to dcc-integer-2

           evaluate true
               when dcc-30-360
                   perform adjust-30-360-bond-basis
                   perform count-30-360-days
                   compute lnk-year-fraction rounded =
                       lnk-day-count / 360
               when dcc-30u-360
                   perform adjust-30-360-february-end
                   perform adjust-30-360-bond-basis
                   perform count-30-360-days
                   compute lnk-year-fraction rounded =
                       lnk-day-count / 360
               when dcc-30e-360
                   perform adjust-30-360-eurobond
                   perform count-30-360-days
                   compute lnk-year-fraction rounded =
                       lnk-day-count / 360
               when dcc-act-360
                   compute lnk-day-count =
                       dcc-integer-2 - dcc-integer-1
                   compute lnk-year-fraction rounded =
                       lnk-day-count / 360
               when dcc-act-365
                   compute lnk-day-count =
                       dcc-integer-2 - dcc-integer-1
                   compute lnk-year-fraction rounded =
                       lnk-day-count / 365
               when dcc-act-act
                   compute lnk-day-count =
                       dcc-integer-2 - dcc-integer-1
                   perform compute-act-act-fraction
               when other
                   move "N" to lnk-result-valid-flag
           end-evaluate
           goback.

       day-count-work section.
       count-30-360-days.
           compute lnk-day-count =
               (dcc-year-2 - dcc-year-1) * 360
             + (dcc-month-2 - dcc-month-1) * 30
             + (dcc-day-2 - dcc-day-1).

       adjust-30-360-bond-basis.
           if dcc-day-1 = 31
               move 30 to dcc-day-1
           end-if
           if dcc-day-2 = 31 and dcc-day-1 >= 30
               move 30 to dcc-day-2
           end-if.

       adjust-30-360-eurobond.
           if dcc-day-1 = 31
               move 30 to dcc-day-1
           end-if
           if dcc-day-2 = 31
               move 30 to dcc-day-2
           end-if.

      * the US rule's February month-end: the last day of February
      * counts as the 30th for a starting date, and for an ending
      * date only when the starting date is a February end too.
       adjust-30-360-february-end.
           move "N" to dcc-last-day-flag-1
           move "N" to dcc-last-day-flag-2
           if dcc-month-1 = 2
               compute dcc-probe-ymd = function date-of-integer
                   (dcc-integer-1 + 1)
               if dcc-probe-ymd(5:2) = "03"
                   move "Y" to dcc-last-day-flag-1
               end-if
           end-if
           if dcc-month-2 = 2
               compute dcc-probe-ymd = function date-of-integer
                   (dcc-integer-2 + 1)
               if dcc-probe-ymd(5:2) = "03"
                   move "Y" to dcc-last-day-flag-2
               end-if
           end-if
           if dcc-date-1-is-feb-end and dcc-date-2-is-feb-end
               move 30 to dcc-day-2
           end-if
           if dcc-date-1-is-feb-end
               move 30 to dcc-day-1
           end-if.

      * ACT/ACT (ISDA): the interval is cut at each 1 January and
      * every piece divided by the length of its own year.
       compute-act-act-fraction.
           if dcc-integer-1 <= dcc-integer-2
               move dcc-integer-1 to dcc-lo-integer
               move dcc-integer-2 to dcc-hi-integer
           else
               move dcc-integer-2 to dcc-lo-integer
               move dcc-integer-1 to dcc-hi-integer
           end-if
           move 0 to dcc-fraction
           compute dcc-year-start-ymd =
               function date-of-integer(dcc-lo-integer)
           move dcc-year-start-ymd(1:4) to dcc-segment-year
           move dcc-lo-integer to dcc-segment-start
           perform add-one-act-act-year
               until dcc-segment-start >= dcc-hi-integer
           if dcc-integer-1 <= dcc-integer-2
               compute lnk-year-fraction rounded = dcc-fraction
           else
               compute lnk-year-fraction rounded = 0 - dcc-fraction
           end-if.

       add-one-act-act-year.
           move dcc-segment-year to dcc-year-start-ymd(1:4)
           move "0101" to dcc-year-start-ymd(5:4)
           compute dcc-next-year-ymd = dcc-year-start-ymd + 10000
           compute dcc-segment-end =
               function integer-of-date(dcc-next-year-ymd)
           compute dcc-days-in-year = dcc-segment-end
               - function integer-of-date(dcc-year-start-ymd)
           if dcc-segment-end > dcc-hi-integer
               move dcc-hi-integer to dcc-segment-end
           end-if
           compute dcc-fraction = dcc-fraction
               + (dcc-segment-end - dcc-segment-start)
                 / dcc-days-in-year
           move dcc-segment-end to dcc-segment-start
           add 1 to dcc-segment-year.

       end program datechk.
