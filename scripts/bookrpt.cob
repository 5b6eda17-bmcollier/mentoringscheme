01 ws-decided           pic 9(6).
01 ws-noshow-pct        pic 9(3).

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "BOOKRPT".
01 ws-report-file       pic x(64) value "data/noshowreport.txt".

procedure division.
main-line.
    open input booking-file
        input procedure is release-bookings
        output procedure is total-towns

    close noshow-report
    call "rptgen" using by reference ws-report-file ws-step-name.

main-line-exit.
    exit program.
