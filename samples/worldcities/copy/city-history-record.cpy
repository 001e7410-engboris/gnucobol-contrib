*> ============================================================
*>  city-history-record.cpy
*>
*>  FD record for the shared master history file: one line
*>  appended for every change any program makes to the city
*>  master -- cityapply0's adds, deletes and rewrites,
*>  cityoverride0's reapplied corrections and citymaint0's
*>  screen corrections -- stamped with the date, time, program
*>  and operator, and carrying the whole master record as it was
*>  before the change and as it was after it. an ADDED line has
*>  a before image of spaces and a DELETED line an after image
*>  of spaces. the images are master-city-record byte for byte,
*>  so a reader copies city-master-record.cpy in with its names
*>  replaced to see the fields; cityasof0 reads the file back to
*>  rebuild a record as of any date.
*> ============================================================
01  history-record.
    03  hist-geonameid     pic 9(9).
    03  hist-date          pic x(10).
    03  hist-time          pic x(8).
    03  hist-program       pic x(16).
    03  hist-operator      pic x(8).
    03  hist-action        pic x(8).
    03  hist-before-image  pic x(5931).
    03  hist-after-image   pic x(5931).
