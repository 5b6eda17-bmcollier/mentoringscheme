*> EMERGENCY-CONTACT record - up to two per person, keyed on the
*> person id and the slot (1 or 2), so a mentor taken ill at a
*> session has someone other than the office to ring. Maintained
*> through the person maintenance route (withdraw.cob,
*> action=emergency) and read back by coordinators through
*> GET /api/people/<id>/emergency, which needs an admin-scope key.
*> Included in the subject-access extract and erased outright by
*> the retention step; the nightly emergency-contact check lists
*> under-18 mentees in a live match with neither slot filled.
01 emergency-contact-record.
   05 emc-key.
      10 emc-person-id      pic x(10).
      10 emc-slot           pic 9(1).
   05 emc-name              pic x(40).
   05 emc-relationship      pic x(20).
   05 emc-phone             pic x(20).
   05 emc-updated-date      pic x(8).
