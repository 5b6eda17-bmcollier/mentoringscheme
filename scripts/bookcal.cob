01 ws-date-numeric      pic 9(8).
01 ws-days-ahead        pic s9(8).
01 ws-page-count        pic 9(4) value 0.
01 ws-step-name         pic x(8) value "BOOKCAL".
01 ws-report-file       pic x(64) value "data/mentorcalendar.txt".

01 ws-mentor-id         pic x(10).
01 ws-mentor-name       pic x(40).
        delimited by size into calendar-line
    write calendar-line
    close calendar-file
    call "rptgen" using by reference ws-report-file ws-step-name
    close person-master.

main-line-exit.
