01 ws-warn-count        pic 9(4) value 0.
01 ws-error-count       pic 9(4) value 0.

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "OPRPT".
01 ws-report-file       pic x(64) value "data/operatorreport.txt".

procedure division.
main-line.
    accept ws-report-date from date yyyymmdd
        move "  (no run-control records on file)" to report-line
        write report-line
        close operator-report
        call "rptgen" using by reference ws-report-file ws-step-name
        go to main-line-exit
    end-if
    perform report-one-step until at-eof
        delimited by size into report-line
    end-string
    write report-line
    close operator-report
    call "rptgen" using by reference ws-report-file ws-step-name.

main-line-exit.
    exit program.
