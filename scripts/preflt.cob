   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select towns-master assign to "data/towns.dat"
*> Run-control accounting (0 clean, 8 blocking).
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "PREFLT".
01 ws-report-file       pic x(64) value "data/preflight.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
        delimited by size into report-line
    write report-line
    close preflight-report
    call "rptgen" using by reference ws-report-file ws-step-name

    move ws-exception-count to ws-rl-reject
    if ws-exception-count > 0
