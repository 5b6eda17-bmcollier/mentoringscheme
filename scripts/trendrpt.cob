*> unavailable - the step cannot say anything without it).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "TRENDRPT".
01 ws-report-file       pic x(64) value "data/trendreport.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
        output procedure is trend-by-region

    close trend-report
    call "rptgen" using by reference ws-report-file ws-step-name
    close snapshot-file

    move "ok" to ws-outcome
