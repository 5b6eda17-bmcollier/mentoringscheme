*> all is a clean night - the comms system had nothing to say.
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "COMMRCN".
01 ws-report-file       pic x(64) value "data/bounces.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
    end-string
    write report-line
    close bounce-report
    call "rptgen" using by reference ws-report-file ws-step-name

    close results-history
    close person-master
