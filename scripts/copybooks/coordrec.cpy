*> COORDINATOR reference record - one per member of staff who looks
*> after pairings, keyed on the coordinator id. Maintained by
*> coordadm.cob through the API. Each TOWNS entry names its default
*> coordinator and a MATCH record can name a different one;
*> coordof.cob works out who owns a pairing or a waiting mentee, and
*> the caseload report and the nightly work queue are grouped by it.
01 coordinator-record.
   05 coord-id              pic x(8).
   05 coord-name            pic x(40).
   05 coord-contact         pic x(60).
   05 coord-active-flag     pic x(1).
      88 coord-is-active       value "Y".
