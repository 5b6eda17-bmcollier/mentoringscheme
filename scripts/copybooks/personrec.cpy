*> contact opted out and no further extract lines go to them. Blank
*> - including on records written before the field existed - means
*> deliverable as far as we know; a later confirmed delivery clears
*> a bounce flag back to blank, and so does amending the contact.
   05 person-contact-status    pic x(1).
      88 contact-unreachable      value "U".
      88 contact-opted-out        value "X".
*> reference file. Blank for self-referrals and records from
*> before the field existed.
   05 person-referrer          pic x(6).
*> Date of birth (yyyymmdd) captured at enrolment and correctable
*> through the person amendment - age is worked out from it on the
*> day by the ageof subprogram rather than read off person-age, which
*> is only the age as typed at enrolment. Blank on records enrolled
*> before the field existed; those fall back to the held age.
   05 person-birth-date        pic x(8).
*> Postcode (standard form, "SA31 1AB") captured at enrolment and
*> correctable through the person amendment. Where one is held the
*> town code was derived from it off the postcode reference file, and
*> the reach report finds the person's deprivation decile through it.
*> Personal data like the contact: it goes in the subject-access
*> extract and is cleared by the retention anonymisation. Blank on
*> records enrolled without one, or before the field existed.
   05 person-postcode          pic x(8).
