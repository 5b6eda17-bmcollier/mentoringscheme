*> exceptions were listed, 12 when an input was unavailable).
01 ws-start-time         pic x(8).
01 ws-step-name          pic x(8) value "RECONCIL".
01 ws-report-file        pic x(64) value "data/townexceptions.txt".
01 ws-outcome            pic x(8).
01 ws-rl-read            pic 9(8) value 0.
01 ws-rl-written         pic 9(8) value 0.
    write report-line

    close mentor-enrolment towns-master exceptions-report
    call "rptgen" using by reference ws-report-file ws-step-name

    move ws-exception-count to ws-rl-reject
    move ws-exception-count to ws-rl-written
