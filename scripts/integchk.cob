   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select session-log assign to "data/sessions.dat"
*> alongside the rest of the chain.
01 ws-start-time        pic x(8).
01 ws-step-name         pic x(8) value "INTEGCHK".
01 ws-report-file       pic x(64) value "data/integrity.txt".
01 ws-outcome           pic x(8).
01 ws-rl-read           pic 9(8) value 0.
01 ws-rl-written        pic 9(8) value 0.
        delimited by size into report-line
    write report-line
    close exceptions-report
    call "rptgen" using by reference ws-report-file ws-step-name

    compute ws-rl-read = ws-person-count + ws-match-count
        + ws-session-count + ws-enrol-count + ws-wait-count
        if match-id > ws-high-match
            move match-id to ws-high-match
        end-if
        if match-is-active or match-is-pending or match-is-offered
            move match-mentor-id to ws-check-mentor
            move match-mentee-id to ws-check-mentee
            perform verify-party-exists-mentor
