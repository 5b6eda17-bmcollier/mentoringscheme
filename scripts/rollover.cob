   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   sharing with no other
   file status is mt-status.

    end-read

    if not at-eof-inner
       and (match-is-active or match-is-pending or match-is-offered)
       and match-mentor-id = sess-mentor-id
       and match-mentee-id = sess-mentee-id
        move "Y" to ws-pair-live
