*> Blank for self-referrals and submissions from before the field
*> existed.
   05 enrol-referrer        pic x(6).
*> Date of birth (yyyymmdd) from the sign-up form or the bulk file,
*> carried onto PERSON-MASTER; enrol-age is worked out from it when
*> given. Blank on submissions from before the field existed.
   05 enrol-birth-date      pic x(8).
*> Postcode from the sign-up form or the bulk file, in standard form,
*> carried onto PERSON-MASTER; enrol-town-code was derived from it
*> when it is on the postcode reference file. Blank when none was
*> given, and on submissions from before the field existed.
   05 enrol-postcode        pic x(8).
