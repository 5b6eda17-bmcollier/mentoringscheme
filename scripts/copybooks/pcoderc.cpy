*> POSTCODE reference record - one entry per postcode in the area,
*> in data/postcode.dat keyed on the postcode in its standard form
*> (upper case, outward and inward codes separated by one space,
*> e.g. "SA31 1AB"). Loaded in full from the council's postcode
*> lookup by the postcode load step whenever a new lookup arrives.
*> The town code is the scheme town the postcode falls in, so the
*> enrolment and amendment paths derive the town from the postcode
*> rather than trusting the one typed; the decile is the area's
*> deprivation-index decile, 1 the most deprived tenth and 10 the
*> least, which the reach report counts mentees by.
01 postcode-record.
   05 pc-postcode           pic x(8).
   05 pc-town-code          pic x(6).
   05 pc-decile             pic 9(2).
   05 pc-loaded-date        pic x(8).
