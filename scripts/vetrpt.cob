01 ws-master-open       pic x value "N".
   88 master-available     value "Y".

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "VETRPT".
01 ws-report-file       pic x(64) value "data/vettingexpiry.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
    write report-line

    close expiry-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close vetting-file
    if master-available
        close person-master
