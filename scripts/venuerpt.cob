identification division.
program-id. venuerpt.

*> Monthly venue-usage report off the bookings file: for each venue
*> on the VENUE reference, the bookings made for meetings in the
*> report month (VENUERPT_MONTH yyyymm, defaulting to last month)
*> split by how they ended - so the venues we actually use, and the
*> ones we are paying to keep on the list and never book, are plain
*> on one page. Every active venue is listed, unused ones at zero;
*> bookings made before venues were recorded are counted together
*> under "(no venue recorded)".
*>
*> Like the no-show report, the figures come off a sort of one
*> record per booking keyed on its venue and are totalled under a
*> control break, so no venue table is held.

environment division.
input-output section.
file-control.
   select booking-file assign to "data/bookings.dat"
   organization is indexed
   access mode is dynamic
   record key is book-id
   file status is bk-status.

   select venue-file assign to "data/venues.dat"
   organization is indexed
   access mode is dynamic
   record key is venue-code
   file status is vn-status.

   select venue-report assign to "data/venueusage.txt"
   organization is line sequential
   file status is rpt-status.

   select venue-sort assign to "data/venuerpt.srt".

data division.
file section.
fd booking-file.
copy "bookrec.cpy".

fd venue-file.
copy "venuerec.cpy".

fd venue-report.
01 report-line           pic x(120).

*> srt-counts is "N" on the one zero record released per active
*> venue, so a venue with no bookings still breaks out a line.
sd venue-sort.
01 venue-sort-record.
   05 srt-venue          pic x(8).
   05 srt-status         pic x(1).
   05 srt-counts         pic x(1).

working-storage section.
01 bk-status            pic xx.
01 vn-status            pic xx.
01 rpt-status           pic xx.
01 ws-eof               pic x value "N".
   88 at-eof                value "Y".
01 ws-sort-eof          pic x value "N".
   88 at-sort-eof          value "Y".
01 ws-venues-open       pic x value "N".
   88 venues-available     value "Y".

01 ws-run-date          pic x(8).
01 ws-use-month         pic x(6).
01 ws-month-env         pic x(10).
01 ws-total-months      pic 9(8).
01 ws-pm-year           pic 9(4).
01 ws-pm-mm             pic 9(2).
01 ws-pm-build.
   05 ws-pmb-year       pic 9(4).
   05 ws-pmb-month      pic 9(2).

*> Control-break state: the venue being totalled.
01 ws-cur-venue         pic x(8).
01 ws-venue-open        pic x value "N".
01 ws-booked            pic 9(6).
01 ws-attended          pic 9(6).
01 ws-cancelled         pic 9(6).
01 ws-noshow            pic 9(6).
01 ws-still-open        pic 9(6).
01 ws-venue-desc        pic x(40).
01 ws-venue-town        pic x(6).
01 ws-venue-minors      pic x(12).

01 ws-venues-listed     pic 9(4) value 0.
01 ws-venues-unused     pic 9(4) value 0.
01 ws-month-bookings    pic 9(8) value 0.

*> Run-control accounting (0 clean, 12 when the bookings file is
*> unavailable; a quiet month is still a clean run).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "VENUERPT".
01 ws-report-file       pic x(64) value "data/venueusage.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
01 ws-rl-reject         pic 9(8) value 0.

procedure division.
main-line.
    accept ws-start-time from time
    accept ws-run-date from date yyyymmdd

    move spaces to ws-month-env
    accept ws-month-env from environment "VENUERPT_MONTH"
    if function trim(ws-month-env) is numeric
       and function length(function trim(ws-month-env)) = 6
        move function trim(ws-month-env) to ws-use-month
    else
        compute ws-total-months =
            (function numval(ws-run-date(1:4)) * 12)
            + function numval(ws-run-date(5:2)) - 1 - 1
        compute ws-pm-year = ws-total-months / 12
        compute ws-pm-mm =
            ws-total-months - (ws-pm-year * 12) + 1
        move ws-pm-year to ws-pmb-year
        move ws-pm-mm to ws-pmb-month
        move ws-pm-build to ws-use-month
    end-if

    open input booking-file
    if bk-status not = "00"
        display "venuerpt: bookings file not available, status "
            bk-status
        move "error" to ws-outcome
        move 12 to return-code
        perform write-run-record
        go to main-line-exit
    end-if

    open input venue-file
    if vn-status = "00"
        move "Y" to ws-venues-open
    end-if

    open output venue-report
    move "venue usage" to report-line
    write report-line
    move spaces to report-line
    string "month " ws-use-month "  prepared " ws-run-date
        delimited by size into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line

    sort venue-sort
        on ascending key srt-venue
        input procedure is release-month-bookings
        output procedure is total-by-venue

    move spaces to report-line
    write report-line
    move spaces to report-line
    string "venues listed " ws-venues-listed
        "  not used this month " ws-venues-unused
        "  bookings in month " ws-month-bookings
        delimited by size into report-line
    end-string
    write report-line
    close venue-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close booking-file
    if venues-available
        close venue-file
    end-if

    move "ok" to ws-outcome
    perform write-run-record.

main-line-exit.
    exit program.

write-run-record.
    call "runlog" using by reference
        ws-step-name ws-start-time
        ws-rl-read ws-rl-written ws-rl-reject ws-outcome.

*> One zero record per active venue, then one record per booking
*> whose meeting date falls in the month.
release-month-bookings.
    if venues-available
        move "N" to ws-eof
        perform release-one-venue until at-eof
    end-if
    move "N" to ws-eof
    perform release-one-booking until at-eof.

release-one-venue.
    read venue-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof and venue-is-active
        move venue-code to srt-venue
        move space to srt-status
        move "N" to srt-counts
        release venue-sort-record
    end-if.

release-one-booking.
    read booking-file next record
        at end
            move "Y" to ws-eof
    end-read

    if not at-eof
        add 1 to ws-rl-read
        if book-date(1:6) = ws-use-month
            add 1 to ws-month-bookings
            move book-venue-code to srt-venue
            move book-status to srt-status
            move "Y" to srt-counts
            release venue-sort-record
        end-if
    end-if.

total-by-venue.
    move "N" to ws-sort-eof
    move "N" to ws-venue-open
    perform total-one-record until at-sort-eof
    if ws-venue-open = "Y"
        perform write-one-venue-line
    end-if.

total-one-record.
    return venue-sort
        at end
            move "Y" to ws-sort-eof
    end-return

    if not at-sort-eof
        if ws-venue-open = "Y" and srt-venue not = ws-cur-venue
            perform write-one-venue-line
            move "N" to ws-venue-open
        end-if
        if ws-venue-open = "N"
            move srt-venue to ws-cur-venue
            move "Y" to ws-venue-open
            move 0 to ws-booked ws-attended ws-cancelled
            move 0 to ws-noshow ws-still-open
        end-if
        if srt-counts = "Y"
            add 1 to ws-booked
            evaluate srt-status
                when "A"
                    add 1 to ws-attended
                when "C"
                    add 1 to ws-cancelled
                when "N"
                    add 1 to ws-noshow
                when other
                    add 1 to ws-still-open
            end-evaluate
        end-if
    end-if.

write-one-venue-line.
    add 1 to ws-venues-listed
    add 1 to ws-rl-written
    if ws-booked = 0
        add 1 to ws-venues-unused
    end-if
    perform look-up-venue
    move spaces to report-line
    if ws-cur-venue = spaces
        string
            "(no venue recorded)"
            "  booked " ws-booked
            " attended " ws-attended
            " no-show " ws-noshow
            " cancelled " ws-cancelled
            " open " ws-still-open
            delimited by size into report-line
        end-string
    else
        string
            ws-cur-venue " " ws-venue-desc
            " " ws-venue-town
            " " ws-venue-minors
            "  booked " ws-booked
            " attended " ws-attended
            " no-show " ws-noshow
            " cancelled " ws-cancelled
            " open " ws-still-open
            delimited by size into report-line
        end-string
    end-if
    write report-line.

*> A code no longer on the reference still reports, flagged, so
*> its bookings are not lost from the month's total.
look-up-venue.
    move "(not on the venue list)" to ws-venue-desc
    move spaces to ws-venue-town ws-venue-minors
    if venues-available and ws-cur-venue not = spaces
        move ws-cur-venue to venue-code
        read venue-file key is venue-code
            invalid key
                continue
            not invalid key
                move venue-name to ws-venue-desc
                move venue-town-code to ws-venue-town
                if venue-approved-for-minors
                    move "under-18 ok" to ws-venue-minors
                else
                    move "adults only" to ws-venue-minors
                end-if
        end-read
    end-if.

end program venuerpt.
