*> ============================================================
*>  city-tile-index-record.cpy
*>
*>  FD record for the indexed spatial tile file built by
*>  citymaster0 alongside the city master and read back by
*>  cityreverse0: the globe is cut into tenth-of-a-degree tiles,
*>  the tile row counting latitude bands up from the south pole
*>  ((latitude + 90) * 10, truncated: 0 - 1799) and the tile
*>  column counting longitude bands east from the antimeridian
*>  ((longitude + 180) * 10, truncated: 0 - 3599), so a tile is
*>  about 11 km on a side at the equator and a keyed start on a
*>  tile row and column reads every place inside that tile --
*>  the geonameid in the key making it unique when a tile holds
*>  many places. the coordinates, name, countrycode, admin1name
*>  and population ride along so a nearest-place answer never
*>  needs the master.
*> ============================================================
01  tile-index-record.
    03  tile-index-key.
        05  tx-tile-row     pic 9(4).
        05  tx-tile-column  pic 9(4).
        05  tx-geonameid    pic 9(9).
    03  tx-latitude         pic s9(3)v9(6).
    03  tx-longitude        pic s9(3)v9(6).
    03  tx-name             pic x(200).
    03  tx-countrycode      pic x(2).
    03  tx-admin1name       pic x(100).
    03  tx-population       pic 9(9).
