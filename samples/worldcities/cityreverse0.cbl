        >> SOURCE FORMAT IS FREE
identification division.
program-id. cityreverse0.
*>
*>  Copyright (C) 2014 Steve Williams <stevewilliams38@gmail.com>
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>
*>  This program is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
*>  GNU General Public License for more details.
*>
*>  You should have received a copy of the GNU General Public
*>  License along with this software; see the file COPYING.
*>  If not, write to the Free Software Foundation, Inc.,
*>  59 Temple Place, Suite 330, Boston, MA 02111-1307 USA

*> =====================================================================
*> cityreverse0 answers "which place is this?" for a whole file of
*> raw coordinates at once -- the delivery scans and login locations
*> the logistics and fraud teams send over every week -- where
*> geoselect0's apply-radius takes one center per run and citynear0's
*> load-place-table stops at 20,000 rows.
*>
*> the point file is tab-delimited, one point per line:
*>
*>     point id, latitude, longitude (decimal degrees)
*>
*> with any further columns ignored. every point is looked up in
*> the spatial tile index citymaster0 builds alongside the master
*> (see city-tile-index-record.cpy): the point's own tenth-degree
*> tile is read first, then the rings of tiles around it, until no
*> tile still unread could hold anything nearer than the best place
*> already found -- so a point in a town is answered from a few
*> dozen places instead of the whole master, and a million-point
*> file stays a batch job. distances are the same haversine
*> arithmetic geoselect0's apply-radius proves out.
*>
*> a point with a master place within the distance cap (chained
*> in; blank defaults to 25 km, and 500 km is the most the search
*> will widen to) is written to the matches file:
*>
*>     point id, latitude, longitude, geonameid, name,
*>     countrycode, admin1name, distance in km
*>
*> everything else goes to the unmatched file -- point id,
*> latitude, longitude, reason -- whether nothing lay within the
*> cap or the coordinates themselves could not be read.
*>
*> the tile index is rebuilt by every citymaster0 full load, so
*> places cityapply0 has added or deleted since then are answered
*> as of that load.
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select tile-index-file
        assign to tile-index-file-name
        file status is tile-index-file-status
        organization is indexed
        access is dynamic
        record key is tile-index-key.

    select point-file
        assign to point-file-name
        file status is point-file-status
        organization is line sequential.

    select matches-file
        assign to matches-file-name
        file status is matches-file-status
        organization is line sequential.

    select unmatched-file
        assign to unmatched-file-name
        file status is unmatched-file-status
        organization is line sequential.

data division.
file section.
fd  tile-index-file.
copy "copy/city-tile-index-record.cpy".

fd  point-file.
01  point-record  pic x(1000).

fd  matches-file.
01  match-record  pic x(500).

fd  unmatched-file.
01  unmatched-record  pic x(200).

working-storage section.
01  tile-index-file-name    pic x(64) value spaces.
01  tile-index-file-status  pic x(2).
    88 tile-index-success    value "00".
    88 tile-index-eof        value "10".
    88 tile-index-not-found  value "23".

01  point-file-name    pic x(64) value spaces.
01  point-file-status  pic x(2).
    88 point-success  value "00".
    88 point-eof      value "10".

01  matches-file-name    pic x(64) value spaces.
01  matches-file-status  pic x(2).
    88 matches-success  value "00".

01  unmatched-file-name    pic x(64) value spaces.
01  unmatched-file-status  pic x(2).
    88 unmatched-success  value "00".

01  max-distance-param  pic x(8) value spaces.
01  max-distance-km     pic 9(5)v9(2) value zero.

01  point-columns.
    03  pt-id              pic x(40).
    03  pt-latitude-text   pic x(15).
    03  pt-longitude-text  pic x(15).

01  point-latitude   pic s9(3)v9(6) value zero.
01  point-longitude  pic s9(3)v9(6) value zero.

01  point-switch  pic x value 'N'.
    88 point-readable    value 'N'.
    88 point-unreadable  value 'Y'.

*>  the point's own tile, the ring being searched around it, and
*>  the tile being read; signed, since a ring reaches past the
*>  first and last column before it is wrapped round the globe.
01  point-row     pic s9(5) value zero.
01  point-column  pic s9(5) value zero.
01  ring          pic s9(5) value zero.
01  ring-limit    pic s9(5) value zero.
01  row-limit     pic s9(5) value zero.
01  column-limit  pic s9(5) value zero.
01  ring-dr       pic s9(5) value zero.
01  ring-dc       pic s9(5) value zero.
01  probe-row     pic s9(5) value zero.
01  probe-column  pic s9(5) value zero.

*>  a tile is 11.1 km tall everywhere but narrows toward the
*>  poles; the narrowest tile width inside the search band is what
*>  bounds how far off an unread ring can be.
01  band-latitude  comp-2.
01  tile-km-min    comp-2.
01  ring-gap-km    comp-2.
01  latitude-gap-km  comp-2.

01  search-switch  pic x value 'N'.
    88 search-finished      value 'Y'.
    88 search-not-finished  value 'N'.

01  tile-switch  pic x value 'N'.
    88 tile-done      value 'Y'.
    88 tile-not-done  value 'N'.

01  nearest-switch  pic x value 'N'.
    88 place-found     value 'Y'.
    88 no-place-found  value 'N'.

01  nearest-km           pic 9(5)v9(2) value zero.
01  nearest-geonameid    pic 9(9) value zero.
01  nearest-name         pic x(200) value spaces.
01  nearest-countrycode  pic x(2) value spaces.
01  nearest-admin1name   pic x(100) value spaces.

*>  haversine work items; comp-2 because the trig intrinsics want
*>  more precision than the feed's six decimal places carry.
01  point-latitude-radians   comp-2.
01  place-latitude-radians   comp-2.
01  delta-latitude-radians   comp-2.
01  delta-longitude-radians  comp-2.
01  haversine-term           comp-2.
01  earth-radius-km          comp-2 value 6371.0.

01  distance-km    pic 9(5)v9(2) value zero.
01  distance-edit  pic zzzz9.99.

01  unmatched-reason  pic x(40) value spaces.

01  input-count      pic 9(7) value zero.
01  matched-count    pic 9(7) value zero.
01  too-far-count    pic 9(7) value zero.
01  unreadable-count pic 9(7) value zero.
01  tile-read-count  pic 9(11) value zero.

01  display-count      pic z,zzz,zz9.
01  display-big-count  pic zz,zzz,zzz,zz9.

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining tile-index-file-name point-file-name
    matches-file-name unmatched-file-name max-distance-param.
declaratives.
    tile-index-io-error section.
        use after error procedure on tile-index-file.
    tile-index-error-routine.
        if not tile-index-success
        and not tile-index-eof
        and not tile-index-not-found
            display
                'File error with tile-index-file status '
                with no advancing
            end-display
            display tile-index-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    point-io-error section.
        use after error procedure on point-file.
    point-error-routine.
        if not point-success and not point-eof
            display
                'File error with point-file status '
                with no advancing
            end-display
            display point-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    matches-io-error section.
        use after error procedure on matches-file.
    matches-error-routine.
        if not matches-success
            display
                'File error with matches-file status '
                with no advancing
            end-display
            display matches-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    unmatched-io-error section.
        use after error procedure on unmatched-file.
    unmatched-error-routine.
        if not unmatched-success
            display
                'File error with unmatched-file status '
                with no advancing
            end-display
            display unmatched-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-cityreverse0.
    display newline 'starting cityreverse0' newline end-display

    if max-distance-param = spaces
        move 25 to max-distance-km
    else
        move numval(max-distance-param) to max-distance-km
    end-if

    if max-distance-km = zero
        display 'the distance cap must be greater than zero'
            end-display
        move 1 to return-code
        stop run
    end-if

    if max-distance-km > 500
        display 'the distance cap is limited to 500 km' end-display
        move 500 to max-distance-km
    end-if

    display 'tile index ' tile-index-file-name newline end-display
    display 'points     ' point-file-name newline end-display
    display 'matches    ' matches-file-name newline end-display
    display 'unmatched  ' unmatched-file-name newline end-display
    display 'distance cap ' max-distance-km ' km' end-display

    open input tile-index-file
    open input point-file
    open output matches-file
    open output unmatched-file

    read point-file end-read

    perform reverse-one-point
        until point-eof

    close tile-index-file
    close point-file
    close matches-file
    close unmatched-file

    move input-count to display-count
    display display-count ' points read' end-display

    move matched-count to display-count
    display display-count ' points matched to a place' end-display

    move too-far-count to display-count
    display display-count ' points with no place within the cap'
        end-display

    move unreadable-count to display-count
    display display-count ' points with unreadable coordinates'
        end-display

    move tile-read-count to display-big-count
    display display-big-count ' tile-index records weighed'
        end-display

    display newline 'ending cityreverse0' newline end-display

    stop run
    .
*> ================================================================
*>  reverse-one-point
*>
*>  split one point line, check its coordinates can be used, find
*>  the nearest master place and route the point to the matches
*>  or the unmatched file.
*> ================================================================
reverse-one-point.
    add 1 to input-count end-add

    initialize point-columns
    unstring point-record delimited by tab into
        pt-id
        pt-latitude-text
        pt-longitude-text
    end-unstring

    perform edit-point-coordinates

    if point-unreadable
        add 1 to unreadable-count end-add
        move 'unreadable coordinates' to unmatched-reason
        perform write-unmatched-record
    else
        perform locate-nearest-place
        if place-found
            add 1 to matched-count end-add
            perform write-match-record
        else
            add 1 to too-far-count end-add
            move spaces to unmatched-reason
            move max-distance-km to distance-edit
            string
                'no place within '  delimited by size
                trim(distance-edit) delimited by size
                ' km'               delimited by size
                into unmatched-reason
            end-string
            perform write-unmatched-record
        end-if
    end-if

    read point-file end-read
    .
*> ================================================================
*>  edit-point-coordinates
*>
*>  a coordinate that is blank, not a number, or outside -90..90 /
*>  -180..180 cannot be placed on any tile, so the point is marked
*>  unreadable rather than quietly answered as if it were 0, 0.
*> ================================================================
edit-point-coordinates.
    set point-readable to true

    if pt-latitude-text = spaces
    or pt-longitude-text = spaces
        set point-unreadable to true
    else
        if test-numval(pt-latitude-text) not = zero
        or test-numval(pt-longitude-text) not = zero
            set point-unreadable to true
        end-if
    end-if

    if point-readable
        move numval(pt-latitude-text)  to point-latitude
        move numval(pt-longitude-text) to point-longitude
        if point-latitude < -90 or point-latitude > 90
        or point-longitude < -180 or point-longitude > 180
            set point-unreadable to true
        end-if
    end-if
    .
*> ================================================================
*>  locate-nearest-place
*>
*>  work out the point's own tile and how many rings of tiles the
*>  distance cap can reach -- rows are a fixed 11.1 km tall, but
*>  columns narrow with the cosine of the latitude, so the column
*>  reach is taken at the most poleward latitude the cap touches
*>  -- then search ring by ring outward from the point's tile.
*> ================================================================
locate-nearest-place.
    set no-place-found to true
    move 99999.99 to nearest-km

    compute point-row = (point-latitude + 90) * 10 end-compute
    if point-row > 1799
        move 1799 to point-row
    end-if
    compute point-column = (point-longitude + 180) * 10 end-compute
    if point-column > 3599
        move zero to point-column
    end-if

    compute band-latitude =
        abs(point-latitude) + max-distance-km / 111 + 0.1
    end-compute
    if band-latitude > 89.9
        move 89.9 to band-latitude
    end-if
    compute tile-km-min = 11.1 * cos(band-latitude * pi / 180)
    end-compute

    compute row-limit = max-distance-km / 11.1 + 1 end-compute
    compute column-limit = max-distance-km / tile-km-min + 1
        on size error move 1799 to column-limit
    end-compute
    if column-limit > 1799
        move 1799 to column-limit
    end-if

    if row-limit > column-limit
        move row-limit to ring-limit
    else
        move column-limit to ring-limit
    end-if

    move zero to ring
    set search-not-finished to true

    perform search-one-ring
        until search-finished
    .
*> ================================================================
*>  search-one-ring
*>
*>  every tile of ring r sits at least r - 1 whole tiles away from
*>  the point, so once the best place found so far is nearer than
*>  that, no ring from here outward can beat it and the search is
*>  over; otherwise read every tile of the ring and move out one.
*> ================================================================
search-one-ring.
    compute ring-gap-km = (ring - 1) * tile-km-min end-compute

    evaluate true
        when ring > ring-limit
            set search-finished to true
        when ring > zero
        and place-found
        and nearest-km <= ring-gap-km
            set search-finished to true
        when other
            perform search-ring-row
                varying ring-dr from ring by -1
                until ring-dr < (zero - ring)
            add 1 to ring end-add
    end-evaluate
    .
search-ring-row.
    compute probe-row = point-row + ring-dr end-compute

    if abs(ring-dr) <= row-limit
    and probe-row >= zero
    and probe-row <= 1799
        if ring-dr = ring or ring-dr = (zero - ring)
            perform search-ring-tile
                varying ring-dc from ring by -1
                until ring-dc < (zero - ring)
        else
            compute ring-dc = zero - ring end-compute
            perform search-ring-tile
            move ring to ring-dc
            perform search-ring-tile
        end-if
    end-if
    .
search-ring-tile.
    if abs(ring-dc) <= column-limit
        compute probe-column = point-column + ring-dc end-compute
        if probe-column < zero
            add 3600 to probe-column end-add
        end-if
        if probe-column > 3599
            subtract 3600 from probe-column end-subtract
        end-if
        perform examine-one-tile
    end-if
    .
*> ================================================================
*>  examine-one-tile
*>
*>  keyed start on the tile's row and column and read its places
*>  in geonameid order until the key moves on to the next tile.
*> ================================================================
examine-one-tile.
    set tile-not-done to true

    initialize tile-index-record
    move probe-row    to tx-tile-row
    move probe-column to tx-tile-column
    move zero         to tx-geonameid

    start tile-index-file key not < tile-index-key
        invalid key
            set tile-done to true
    end-start

    perform weigh-one-tile-place
        until tile-done
    .
weigh-one-tile-place.
    read tile-index-file next
        at end
            set tile-done to true
    end-read

    if tile-not-done
        if tx-tile-row not = probe-row
        or tx-tile-column not = probe-column
            set tile-done to true
        else
            add 1 to tile-read-count end-add
            compute latitude-gap-km =
                abs(tx-latitude - point-latitude) * 111
            end-compute
            if latitude-gap-km <= max-distance-km
            and (no-place-found or latitude-gap-km < nearest-km)
                perform compute-place-distance
                if distance-km <= max-distance-km
                and (no-place-found or distance-km < nearest-km)
                    set place-found to true
                    move distance-km    to nearest-km
                    move tx-geonameid   to nearest-geonameid
                    move tx-name        to nearest-name
                    move tx-countrycode to nearest-countrycode
                    move tx-admin1name  to nearest-admin1name
                end-if
            end-if
        end-if
    end-if
    .
*> ================================================================
*>  compute-place-distance
*>
*>  great-circle distance from the point to the tile record's
*>  place with the haversine formula, exactly as geoselect0's
*>  apply-radius computes a distance from its center point.
*> ================================================================
compute-place-distance.
    compute point-latitude-radians =
        point-latitude * pi / 180
    end-compute
    compute place-latitude-radians =
        tx-latitude * pi / 180
    end-compute
    compute delta-latitude-radians =
        (tx-latitude - point-latitude) * pi / 180
    end-compute
    compute delta-longitude-radians =
        (tx-longitude - point-longitude) * pi / 180
    end-compute

    compute haversine-term =
        sin(delta-latitude-radians / 2) ** 2
        + cos(point-latitude-radians)
        * cos(place-latitude-radians)
        * sin(delta-longitude-radians / 2) ** 2
    end-compute

    compute distance-km rounded =
        2 * earth-radius-km * asin(sqrt(haversine-term))
        on size error move 99999.99 to distance-km
    end-compute
    .
*> ================================================================
*>  write-match-record / write-unmatched-record
*>
*>  one tab-delimited line per point, the point's own columns
*>  first so the requester can join the answer back to the file
*>  they sent.
*> ================================================================
write-match-record.
    move nearest-km to distance-edit

    move spaces to match-record
    string
        trim(pt-id)                delimited by size
        tab                        delimited by size
        trim(pt-latitude-text)     delimited by size
        tab                        delimited by size
        trim(pt-longitude-text)    delimited by size
        tab                        delimited by size
        nearest-geonameid          delimited by size
        tab                        delimited by size
        trim(nearest-name)         delimited by size
        tab                        delimited by size
        nearest-countrycode        delimited by size
        tab                        delimited by size
        trim(nearest-admin1name)   delimited by size
        tab                        delimited by size
        trim(distance-edit)        delimited by size
        into match-record
    end-string

    write match-record
    .
write-unmatched-record.
    move spaces to unmatched-record
    string
        trim(pt-id)                delimited by size
        tab                        delimited by size
        trim(pt-latitude-text)     delimited by size
        tab                        delimited by size
        trim(pt-longitude-text)    delimited by size
        tab                        delimited by size
        trim(unmatched-reason)     delimited by size
        into unmatched-record
    end-string

    write unmatched-record
    .
end program cityreverse0.
