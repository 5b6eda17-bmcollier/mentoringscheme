01 ws-master-open       pic x value "N".
   88 master-available     value "Y".

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "EXCLRPT".
01 ws-report-file       pic x(64) value "data/exclusionlist.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
    write report-line

    close exclusion-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close exclusion-file
    if master-available
        close person-master
