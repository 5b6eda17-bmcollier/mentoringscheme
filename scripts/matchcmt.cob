   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   sharing with no other
   file status is mt-status.

copy "matchrec.cpy".

fd match-stage.
01 match-stage-line      pic x(250).

fd match-id-seq.
01 seq-record            pic 9(10).
