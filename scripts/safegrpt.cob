01 ws-master-open       pic x value "N".
   88 master-available     value "Y".

*> Report step name, for the dated generation kept of the report.
01 ws-step-name         pic x(8) value "SAFEGRPT".
01 ws-report-file       pic x(64) value "data/safeguardreview.txt".

procedure division.
main-line.
    accept ws-run-date from date yyyymmdd
    write report-line

    close review-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close safeguard-log
    if master-available
        close person-master
