01 ws-dis-no            pic 9(6) value 0.
01 ws-dis-unsaid        pic 9(6) value 0.

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "EQOPRPT".
01 ws-report-file       pic x(64) value "data/equalityreport.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
        delimited by size into report-line
    end-string
    write report-line
    close equality-report
    call "rptgen" using by reference ws-report-file ws-step-name.

main-line-exit.
    exit program.
