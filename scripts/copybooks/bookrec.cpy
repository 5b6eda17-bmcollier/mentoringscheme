*> Set once the nightly reminder step has extracted this booking, so
*> the same booking isn't re-announced every night.
   05 book-reminded         pic x(1).
*> Where the meeting happens, off the VENUE reference. Blank on
*> records written before the field existed.
   05 book-venue-code       pic x(8).
*> Planned length of the meeting in minutes, given when it is
*> booked - with the start time it sets when the lone-working check
*> expects the mentor to have checked out. Zero (including records
*> written before the field existed) reads as 60.
   05 book-planned-minutes  pic 9(3).
*> Lone-working check-in and check-out, posted by the mentor through
*> the bookings route on arriving and on leaving safely. Kept on the
*> booking so the time actually on site can be set against the
*> duration the mentor logs. Blank until posted.
   05 book-checkin-date     pic x(8).
   05 book-checkin-time     pic x(4).
   05 book-checkout-date    pic x(8).
   05 book-checkout-time    pic x(4).
