*> VENUE reference record - one per place mentoring meetings are
*> held (libraries, schools, youth centres, cafes), keyed on the
*> venue code. Maintained by venueadm.cob through the API the way
*> townadmin keeps the TOWNS master; every booking names one,
*> booking.cob holds every meeting inside the venue's opening days
*> and hours, and an under-18 mentee to venues approved for minors.
*> Times are hhmm on the 24-hour clock; the open-days flags run
*> Monday to Sunday ("Y" open, anything else closed), all blank
*> meaning open every day.
01 venue-record.
   05 venue-code            pic x(8).
   05 venue-name            pic x(40).
   05 venue-town-code       pic x(6).
   05 venue-opens           pic x(4).
   05 venue-closes          pic x(4).
   05 venue-open-days       pic x(7).
   05 venue-minors-flag     pic x(1).
      88 venue-approved-for-minors value "Y".
   05 venue-active-flag     pic x(1).
      88 venue-is-active       value "Y".
