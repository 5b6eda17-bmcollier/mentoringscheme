      88 vet-is-cleared        value "C".
      88 vet-is-pending        value "P".
      88 vet-is-revoked        value "R".
*> DBS Update Service subscription - recorded through the vetting
*> maintenance transaction (action=subscribe) when the mentor has
*> joined the service and consented to status checks: their
*> subscription id, the surname exactly as printed on the
*> certificate and the date consent was given - what the bulk
*> status-check service asks for alongside the certificate
*> reference. The monthly status-check extract sends every cleared,
*> subscribed record; the read-back step stamps the date and result
*> of the last check ("C" still current, "N" new information - the
*> record is then put back to pending - "X" details not matched).
*> All blank on a mentor not subscribed, and on records written
*> before the fields existed.
   05 vet-update-service    pic x(1).
      88 vet-is-subscribed     value "Y".
   05 vet-subscription-id   pic x(20).
   05 vet-cert-surname      pic x(30).
   05 vet-consent-date      pic x(8).
   05 vet-last-check-date   pic x(8).
   05 vet-last-check-result pic x(1).
      88 vet-check-current     value "C".
      88 vet-check-new-info    value "N".
      88 vet-check-unmatched   value "X".
