*> Run-control accounting (0 clean, 4 when anyone is past 90 days).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "WAITAGE".
01 ws-report-file       pic x(64) value "data/waitaging.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    end-string
    write report-line
    close aging-report
    call "rptgen" using by reference ws-report-file ws-step-name
    if master-available
        close person-master
    end-if
