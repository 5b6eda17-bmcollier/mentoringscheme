*> the log was unavailable).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "SESSRPT".
01 ws-report-file       pic x(64) value "data/sessionreport.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    perform write-one-quarter-line
        varying qi from 1 by 1
        until qi > ws-quarter-count
    close session-report
    call "rptgen" using by reference ws-report-file ws-step-name.

*> One line per pairing: this period's totals, the prior period's,
*> and the signed movement in session count between the two.
