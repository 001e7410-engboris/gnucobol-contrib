*> ============================================================
*>  retired-geonameid-record.cpy
*>
*>  FD record for the permanent indexed registry of retired
*>  geonameids, keyed on the retired geonameid. cityapply0 adds
*>  one record for every geonameid a DELETED batch takes off the
*>  master -- the date it went, and the place as it last stood --
*>  with the geonameid that replaced it when an ADDED row in the
*>  same run carried the same asciiname, countrycode and
*>  admin1code within a few km (geonames merges a duplicate by
*>  deleting one id and re-adding the place under another).
*>  rt-replacement-geonameid is zero when no replacement was
*>  found, and rt-method says how the replacement was decided --
*>  or RESTORED when the geonameid later came back onto the
*>  master, so it is live again whatever replaced it.
*>  cityremap0 reads the registry back to redirect retired ids
*>  in geonameid-keyed files, following a replacement that has
*>  itself been retired on to the id that replaced it in turn.
*> ============================================================
01  retired-record.
    03  rt-geonameid              pic 9(9).
    03  rt-deleted-date           pic x(10).
    03  rt-replacement-geonameid  pic 9(9).
    03  rt-method                 pic x(8).
        88 rt-replacement-inferred  value 'INFERRED'.
        88 rt-no-replacement        value 'NONE'.
        88 rt-restored              value 'RESTORED'.
    03  rt-distance-km            pic 9(5)v9(2).
    03  rt-name                   pic x(200).
    03  rt-asciiname              pic x(200).
    03  rt-countrycode            pic x(2).
    03  rt-admin1code             pic x(60).
    03  rt-latitude               pic s9(3)v9(6).
    03  rt-longitude              pic s9(3)v9(6).
    03  rt-population             pic 9(9).
