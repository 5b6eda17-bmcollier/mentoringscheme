   organization is indexed
   access mode is dynamic
   record key is match-id
   alternate record key is match-mentor-id with duplicates
   alternate record key is match-mentee-id with duplicates
   file status is mt-status.

   select towns-master assign to "data/towns.dat"
01 seq-record            pic 9(10).

fd snapshot-file.
01 snapshot-line         pic x(400).

working-storage section.
01 pm-status            pic xx.
