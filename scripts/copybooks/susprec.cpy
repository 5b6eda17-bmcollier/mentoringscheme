*> SUSPENSE record - one enrolment submission the intake rejected
*> (web form or a bulk partner file line), keyed on its own id off
*> the suspense sequence, so a bad town code or an impossible age no
*> longer loses the person. Written by enrolMentor.cob and
*> bulkenr.cob with the reason and every field exactly as it was
*> submitted; worked through the API by suspadm.cob - corrected and
*> resubmitted through the same checks (enrolled, the new person id
*> is kept on the item) or discarded with a reason. Items are never
*> deleted. The work queue lists items still open past the suspense
*> window. Reason codes:
*>   NAME name missing         CONT contact missing
*>   DOB  date of birth bad    AGE  age not numeric
*>   AGER age out of range     ROLE role not M/E/B
*>   TOWN town unknown         TOWI town not active
*>   PROG programme unknown    PROI programme not active
*>   REFR referrer unknown     REFI referrer not active
*>   PCOD postcode malformed   PCDU postcode not on reference
*>   DUPL corrected, but already on file as the person named
01 suspense-record.
   05 susp-id               pic x(10).
   05 susp-source           pic x(1).
      88 susp-from-web         value "W".
      88 susp-from-bulk        value "B".
   05 susp-source-file      pic x(60).
   05 susp-received-date    pic x(8).
   05 susp-reason-code      pic x(4).
   05 susp-reason           pic x(40).
   05 susp-name             pic x(40).
   05 susp-age              pic x(10).
   05 susp-birth-date       pic x(10).
   05 susp-town-code        pic x(6).
   05 susp-role             pic x(10).
   05 susp-contact          pic x(60).
   05 susp-interests        pic x(60).
   05 susp-availability     pic x(30).
   05 susp-programme        pic x(10).
   05 susp-language         pic x(10).
   05 susp-referrer         pic x(10).
   05 susp-status           pic x(1).
      88 susp-is-open          value "O".
      88 susp-is-resubmitted   value "R".
      88 susp-is-discarded     value "D".
   05 susp-resolved-date    pic x(8).
   05 susp-person-id        pic x(10).
   05 susp-resolution       pic x(60).
*> The postcode as typed - blank on items held before postcodes were
*> taken, and on submissions that gave none.
   05 susp-postcode         pic x(10).
