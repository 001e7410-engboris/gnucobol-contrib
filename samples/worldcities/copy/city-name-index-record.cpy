*>  citybrowse0's substring scan is. the name and population ride
*>  along so a hit list can be printed without touching the
*>  master; the geonameid in the key is the handle for the
*>  follow-up keyed read of the master. citymaster0 also writes
*>  the alternate name index in this layout (copied in with its
*>  names replaced), one record per alternate name, for
*>  citymatch0's fallback search.
*> ============================================================
01  name-index-record.
    03  name-index-key.
