*> REPORT-RETENTION record - how many dated generations of a report
*> to keep, one line per report that needs other than the default
*> (30 generations, or RPT_KEEP_DEFAULT). The report is named as in
*> the catalogue - its file name without the directory or the
*> ".txt", e.g. "townsummary". Maintained by hand; read by
*> rptgen.cob each time a generation is taken.
01 report-retention-record.
   05 rkp-report            pic x(30).
   05 rkp-keep-count        pic 9(4).
