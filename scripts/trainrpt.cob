01 ws-courses-open      pic x value "N".
   88 courses-available    value "Y".

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "TRAINRPT".
01 ws-report-file       pic x(64) value "data/trainingdue.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
    write report-line

    close refresher-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close training-file
    if master-available
        close person-master
