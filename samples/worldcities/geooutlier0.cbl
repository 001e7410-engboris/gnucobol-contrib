        >> SOURCE FORMAT IS FREE
identification division.
program-id. geooutlier0.
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
*> geooutlier0 finds the places whose coordinates do not fit where
*> their codes say they are. worldcities0's validate-row only checks
*> that a latitude and longitude are in range, so a place with its
*> signs flipped, its latitude and longitude swapped, or a drift to
*> the wrong continent passes straight into the master, the GeoJSON
*> export and citynear0's catchments.
*>
*> the extract is read three times:
*>
*>   1. sorted by countrycode / admin1code, a geographic profile is
*>      built for every country and every country/admin1 group: the
*>      place count, the envelope (least and greatest latitude and
*>      longitude) and the centroid. the centroid is the mean of
*>      the places' unit vectors turned back into a latitude and
*>      longitude, so a country straddling the 180th meridian
*>      (Fiji, Russia) centres on its land, not on Greenwich.
*>   2. in extract order, every place's distance from its country's
*>      and its admin1's centroid is summed, giving each group's
*>      mean distance and spread (standard deviation), and from
*>      them a threshold: the mean plus the chained number of
*>      spreads (3 when spaces), but never less than the chained
*>      floor in km (100 when spaces), so a tight group does not
*>      flag its own suburbs.
*>   3. in extract order again, a place farther from its country's
*>      centroid than the country's threshold is flagged COUNTRY;
*>      otherwise, one farther from its admin1's centroid than the
*>      admin1's threshold is flagged ADMIN1. a group of fewer than
*>      five places has no meaningful spread and flags nothing.
*>
*> each flagged place is one tab-delimited line on the flagged file
*> -- geonameid, name, countrycode, admin1code, latitude, longitude,
*> the level, the group centroid, the distance and the threshold --
*> ending with a likely cause: the correction (SIGN FLIP LATITUDE,
*> SIGN FLIP LONGITUDE, SIGN FLIP BOTH, LAT/LONG SWAPPED) that would
*> put the place back inside its group's threshold, the nearest
*> when more than one would, or NONE. the flagged file is written in
*> extract (geonameid) order, and citymaster0 takes it as its
*> hold-out file, so flagged places are kept out of the nightly load
*> until someone has reviewed them.
*>
*> the flagged file is written afresh from the extract every run,
*> so a reviewed place is released through the accepted file,
*> chained in after the floor: when the reviewer finds a flagged
*> place really is where it says (Honolulu against the US
*> profile), its flagged line is moved into the accepted file,
*> and from then on that place is counted as accepted rather than
*> flagged, so it goes onto the next load. only the geonameid,
*> latitude and longitude columns of an accepted line are read,
*> and the place stays accepted only while its coordinates are the
*> ones that were reviewed -- if geonames moves it again, it is
*> checked afresh. an accepted line with no coordinates accepts
*> the place wherever it is. a place whose coordinates were wrong
*> needs no accepted line: once geonames corrects it, it stops
*> being flagged on its own.
*>
*> when a profile file name is chained in, every group's profile is
*> written to it as well, one tab-delimited line per group: level,
*> countrycode, admin1code ('*' on a country line), places,
*> centroid, mean distance, spread, threshold and envelope.
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select filtered-city-file
        assign to filtered-city-file-name
        file status is filtered-city-file-status
        organization is line sequential.

    select flagged-file
        assign to flagged-file-name
        file status is flagged-file-status
        organization is line sequential.

    select profile-file
        assign to profile-file-name
        file status is profile-file-status
        organization is line sequential.

    select optional accepted-file
        assign to accepted-file-name
        file status is accepted-file-status
        organization is line sequential.

    select sort-file
        assign to "SORTWORK".

data division.
file section.
fd  filtered-city-file.
copy "copy/filtered-city-record.cpy".

fd  flagged-file.
01  flagged-record  pic x(600).

fd  profile-file.
01  profile-record  pic x(300).

fd  accepted-file.
01  accepted-record  pic x(600).

sd  sort-file.
01  sort-record.
    03  gr-countrycode  pic x(2).
    03  gr-admin1code   pic x(60).
    03  gr-latitude     pic s9(3)v9(6).
    03  gr-longitude    pic s9(3)v9(6).

working-storage section.
01  filtered-city-file-name    pic x(64) value spaces.
01  filtered-city-file-status  pic x(2).
    88 filtered-success  value "00".
    88 filtered-eof      value "10".

01  flagged-file-name    pic x(64) value spaces.
01  flagged-file-status  pic x(2).
    88 flagged-success  value "00".

01  profile-file-name    pic x(64) value spaces.
01  profile-file-status  pic x(2).
    88 profile-success  value "00".

01  accepted-file-name    pic x(64) value spaces.
01  accepted-file-status  pic x(2).
    88 accepted-success  value "00" "05".
    88 accepted-eof      value "10".

*>  the flagged-file columns an accepted line is read for.
01  accepted-columns.
    03  acc-geonameid-text  pic x(10).
    03  acc-name            pic x(200).
    03  acc-countrycode     pic x(2).
    03  acc-admin1code      pic x(60).
    03  acc-latitude-text   pic x(12).
    03  acc-longitude-text  pic x(13).

*>  the reviewed places, sorted on geonameid once loaded so each
*>  flagged place is a binary search away; lines past the cap are
*>  counted so a truncated list announces itself.
01  accepted-max  pic 9(5) value zero.
01  accepted-overflow-count  pic 9(7) value zero.
01  accepted-table.
    03  accepted-entry occurs 1 to 20000 times
                        depending on accepted-max
                        ascending key is ae-geonameid
                        indexed by accepted-idx.
        05  ae-geonameid        pic 9(9).
        05  ae-any-position     pic x.
            88 ae-accepted-anywhere  value 'Y'.
        05  ae-latitude         pic s9(3)v9(6).
        05  ae-longitude        pic s9(3)v9(6).

01  accepted-switch  pic x value 'N'.
    88 place-accepted      value 'Y'.
    88 place-not-accepted  value 'N'.

01  sort-return-switch  pic x value 'N'.
    88 sort-eof         value 'Y'.
    88 sort-not-at-end  value 'N'.

01  spread-param   pic x(8) value spaces.
01  spread-factor  pic 9(2)v9(2) value zero.
01  floor-param    pic x(8) value spaces.
01  floor-km       pic 9(5) value zero.

*>  a group needs this many places before its spread means
*>  anything.
01  minimum-group-size  pic 9(3) value 5.

*>  one entry per country and one per country/admin1 group, in
*>  countrycode / admin1code order -- the order the sorted first
*>  pass meets them -- so the later passes find a place's groups
*>  with a binary search. a country's own entry carries low-values
*>  as its admin1code, which puts it ahead of its admin1 groups.
*>  groups past the cap are counted and their places not checked.
01  profile-max             pic 9(4) value zero.
01  profile-overflow-count  pic 9(7) value zero.
01  profile-table.
    03  profile-entry occurs 1 to 6000 times
                      depending on profile-max
                      ascending key is pf-countrycode pf-admin1code
                      indexed by profile-idx.
        05  pf-countrycode         pic x(2).
        05  pf-admin1code          pic x(60).
        05  pf-place-count         pic 9(7).
        05  pf-sum-x               comp-2.
        05  pf-sum-y               comp-2.
        05  pf-sum-z               comp-2.
        05  pf-centroid-latitude   comp-2.
        05  pf-centroid-longitude  comp-2.
        05  pf-min-latitude        pic s9(3)v9(6).
        05  pf-max-latitude        pic s9(3)v9(6).
        05  pf-min-longitude       pic s9(3)v9(6).
        05  pf-max-longitude       pic s9(3)v9(6).
        05  pf-distance-sum        comp-2.
        05  pf-distance-squares    comp-2.
        05  pf-mean-km             comp-2.
        05  pf-spread-km           comp-2.
        05  pf-threshold-km        comp-2.

01  country-entry-idx  pic 9(4) value zero.
01  admin1-entry-idx   pic 9(4) value zero.
01  group-entry-idx    pic 9(4) value zero.

01  search-countrycode  pic x(2) value spaces.
01  search-admin1code   pic x(60) value spaces.

*>  unit vector, centroid and haversine work items; comp-2
*>  because the trig intrinsics want floating point.
01  radians-latitude   comp-2.
01  radians-longitude  comp-2.
01  unit-x             comp-2.
01  unit-y             comp-2.
01  unit-z             comp-2.
01  unit-hypotenuse    comp-2.
01  variance-work      comp-2.

01  from-latitude   comp-2.
01  from-longitude  comp-2.
01  to-latitude     comp-2.
01  to-longitude    comp-2.
01  from-latitude-radians   comp-2.
01  to-latitude-radians     comp-2.
01  delta-latitude-radians  comp-2.
01  delta-longitude-radians comp-2.
01  haversine-term          comp-2.
01  earth-radius-km         comp-2 value 6371.0.
01  distance-km             comp-2.

01  country-distance-km  comp-2.
01  admin1-distance-km   comp-2.
01  flagged-distance-km  comp-2.

*>  the corrections tried on a flagged place, in this order.
01  correction-sub        pic 9 value zero.
01  correction-latitude   comp-2.
01  correction-longitude  comp-2.
01  correction-caption    pic x(20) value spaces.
01  best-correction-km    comp-2.
01  likely-cause          pic x(20) value spaces.
01  flagged-level         pic x(8) value spaces.

01  latitude-edit   pic -zz9.9(6).
01  longitude-edit  pic -zz9.9(6).
01  centroid-latitude-edit   pic -zz9.9(4).
01  centroid-longitude-edit  pic -zz9.9(4).
01  min-latitude-edit   pic -zz9.9(4).
01  max-latitude-edit   pic -zz9.9(4).
01  min-longitude-edit  pic -zz9.9(4).
01  max-longitude-edit  pic -zz9.9(4).
01  distance-edit   pic zzzz9.9.
01  threshold-edit  pic zzzz9.9.
01  mean-edit       pic zzzz9.9.
01  spread-edit     pic zzzz9.9.
01  places-edit     pic zzzzzz9.
01  level-caption   pic x(8) value spaces.
01  admin1-caption  pic x(60) value spaces.

01  input-count      pic 9(7) value zero.
01  country-count    pic 9(7) value zero.
01  admin1-count     pic 9(7) value zero.
01  unchecked-count  pic 9(7) value zero.
01  flagged-count    pic 9(7) value zero.
01  country-flag-count  pic 9(7) value zero.
01  admin1-flag-count   pic 9(7) value zero.
01  hinted-count     pic 9(7) value zero.
01  accepted-count   pic 9(7) value zero.

01  display-count  pic z,zzz,zz9.

copy "copy/filtered-city-columns.cpy".

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining filtered-city-file-name flagged-file-name
    profile-file-name spread-param floor-param accepted-file-name.
declaratives.
    filtered-io-error section.
        use after error procedure on filtered-city-file.
    filtered-error-routine.
        if not filtered-success and not filtered-eof
            display
                'File error with filtered-city-file status '
                with no advancing
            end-display
            display filtered-city-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    flagged-io-error section.
        use after error procedure on flagged-file.
    flagged-error-routine.
        if not flagged-success
            display
                'File error with flagged-file status '
                with no advancing
            end-display
            display flagged-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    profile-io-error section.
        use after error procedure on profile-file.
    profile-error-routine.
        if not profile-success
            display
                'File error with profile-file status '
                with no advancing
            end-display
            display profile-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    accepted-io-error section.
        use after error procedure on accepted-file.
    accepted-error-routine.
        if not accepted-success and not accepted-eof
            display
                'File error with accepted-file status '
                with no advancing
            end-display
            display accepted-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-geooutlier0.
    display newline 'starting geooutlier0' newline end-display

    if spread-param = spaces
        move 3 to spread-factor
    else
        move numval(spread-param) to spread-factor
    end-if

    if spread-factor = zero
        display 'the spread factor must be greater than zero'
            end-display
        move 1 to return-code
        stop run
    end-if

    if floor-param = spaces
        move 100 to floor-km
    else
        move numval(floor-param) to floor-km
    end-if

    display 'reading ' filtered-city-file-name newline end-display
    display 'flagged ' flagged-file-name newline end-display
    if profile-file-name not = spaces
        display 'profile ' profile-file-name newline end-display
    end-if
    display 'spreads ' spread-factor '  floor ' floor-km ' km'
        newline
    end-display

*>  ==============================================================
*>  accepted-file-name chains in the path of the places already
*>  reviewed and found to be where they say; spaces means nothing
*>  has been reviewed, leaving the run exactly as before.
*>  ==============================================================
    if accepted-file-name not = spaces
        display 'accepted ' accepted-file-name newline end-display
        perform load-accepted-table
    end-if

    sort sort-file
        ascending key gr-countrycode gr-admin1code
        input procedure is release-extract-rows
        output procedure is build-group-profiles

    perform finish-one-centroid
        varying profile-idx from 1 by 1
        until profile-idx > profile-max

    perform measure-group-spreads

    perform finish-one-threshold
        varying profile-idx from 1 by 1
        until profile-idx > profile-max

    perform flag-outlying-places

    if profile-file-name not = spaces
        perform write-profile-file
    end-if

    move input-count to display-count
    display display-count ' extract rows read' end-display

    move country-count to display-count
    display display-count ' country profiles built' end-display

    move admin1-count to display-count
    display display-count ' admin1 profiles built' end-display

    if profile-overflow-count > zero
        move profile-overflow-count to display-count
        display
            display-count ' places past the 6,000-group cap were '
            'not profiled'
        end-display
    end-if

    move unchecked-count to display-count
    display display-count ' places in groups too small to check'
        end-display

    move flagged-count to display-count
    display display-count ' places flagged' end-display

    move country-flag-count to display-count
    display display-count '   outside their country' end-display

    move admin1-flag-count to display-count
    display display-count '   outside their admin1' end-display

    move hinted-count to display-count
    display display-count '   with a likely correction' end-display

    if accepted-file-name not = spaces
        move accepted-count to display-count
        display display-count ' outlying places passed as reviewed'
            end-display
    end-if

    display newline 'ending geooutlier0' newline end-display

    stop run
    .
*> ================================================================
*>  load-accepted-table
*>
*>  load the reviewed places -- lines in the flagged file's layout,
*>  in any order -- and sort them on geonameid. a line without a
*>  numeric geonameid (a reviewer's note or heading) is skipped.
*> ================================================================
load-accepted-table.
    open input accepted-file

    read accepted-file end-read

    perform load-one-accepted
        until accepted-eof

    close accepted-file

    if accepted-max > zero
        sort accepted-entry ascending key ae-geonameid
    end-if

    move accepted-max to display-count
    display display-count ' reviewed places accepted' newline
        end-display

    if accepted-overflow-count > zero
        move accepted-overflow-count to display-count
        display
            display-count ' reviewed places past the 20,000 cap '
            'were dropped; they will be flagged again'
        end-display
    end-if
    .
load-one-accepted.
    initialize accepted-columns
    unstring accepted-record delimited by tab into
        acc-geonameid-text
        acc-name
        acc-countrycode
        acc-admin1code
        acc-latitude-text
        acc-longitude-text
    end-unstring

    if acc-geonameid-text not = spaces
    and test-numval(acc-geonameid-text) = zero
        if accepted-max < 20000
            add 1 to accepted-max end-add
            set accepted-idx to accepted-max
            move numval(acc-geonameid-text)
                to ae-geonameid(accepted-idx)
            if acc-latitude-text = spaces
            or acc-longitude-text = spaces
                move 'Y' to ae-any-position(accepted-idx)
                move zero to ae-latitude(accepted-idx)
                move zero to ae-longitude(accepted-idx)
            else
                move 'N' to ae-any-position(accepted-idx)
                move numval(acc-latitude-text)
                    to ae-latitude(accepted-idx)
                move numval(acc-longitude-text)
                    to ae-longitude(accepted-idx)
            end-if
        else
            add 1 to accepted-overflow-count end-add
        end-if
    end-if

    read accepted-file end-read
    .
*> ================================================================
*>  release-extract-rows
*>
*>  the sort's input procedure: read the extract and release each
*>  place's countrycode, admin1code and coordinates for the
*>  countrycode / admin1code sort.
*> ================================================================
release-extract-rows.
    open input filtered-city-file

    read filtered-city-file end-read

    perform release-one-row
        until filtered-eof

    close filtered-city-file
    .
release-one-row.
    add 1 to input-count end-add

    perform unstring-filtered-record

    move countrycode to gr-countrycode
    move admin1code  to gr-admin1code
    move latitude    to gr-latitude
    move longitude   to gr-longitude
    release sort-record

    read filtered-city-file end-read
    .
*> ================================================================
*>  build-group-profiles
*>
*>  the sort's output procedure: a change of countrycode opens a
*>  country entry, a change of countrycode or admin1code opens an
*>  admin1 entry, and every place is added into both.
*> ================================================================
build-group-profiles.
    set sort-not-at-end to true
    move zero to country-entry-idx
    move zero to admin1-entry-idx

    return sort-file
        at end set sort-eof to true
    end-return

    perform profile-one-sorted-row
        until sort-eof
    .
profile-one-sorted-row.
    evaluate true
        when country-entry-idx = zero
            perform open-country-profile
        when gr-countrycode not = pf-countrycode(country-entry-idx)
            perform open-country-profile
    end-evaluate

    evaluate true
        when admin1-entry-idx = zero
            perform open-admin1-profile
        when gr-admin1code not = pf-admin1code(admin1-entry-idx)
            perform open-admin1-profile
    end-evaluate

    compute radians-latitude = gr-latitude * pi / 180 end-compute
    compute radians-longitude = gr-longitude * pi / 180 end-compute
    compute unit-x = cos(radians-latitude) * cos(radians-longitude)
    end-compute
    compute unit-y = cos(radians-latitude) * sin(radians-longitude)
    end-compute
    compute unit-z = sin(radians-latitude) end-compute

    if country-entry-idx = zero or admin1-entry-idx = zero
        add 1 to profile-overflow-count end-add
    end-if

    if country-entry-idx not = zero
        move country-entry-idx to group-entry-idx
        perform add-place-to-profile
    end-if

    if admin1-entry-idx not = zero
        move admin1-entry-idx to group-entry-idx
        perform add-place-to-profile
    end-if

    return sort-file
        at end set sort-eof to true
    end-return
    .
open-country-profile.
    move low-values to search-admin1code
    perform open-profile-entry
    move group-entry-idx to country-entry-idx
    move zero to admin1-entry-idx
    if group-entry-idx not = zero
        add 1 to country-count end-add
    end-if
    .
open-admin1-profile.
    move gr-admin1code to search-admin1code
    perform open-profile-entry
    move group-entry-idx to admin1-entry-idx
    if group-entry-idx not = zero
        add 1 to admin1-count end-add
    end-if
    .
*> ================================================================
*>  open-profile-entry
*>
*>  append an entry for gr-countrycode and search-admin1code,
*>  leaving its position in group-entry-idx, or zero past the cap.
*> ================================================================
open-profile-entry.
    if profile-max < 6000
        add 1 to profile-max end-add
        move profile-max to group-entry-idx
        initialize profile-entry(group-entry-idx)
        move gr-countrycode to pf-countrycode(group-entry-idx)
        move search-admin1code to pf-admin1code(group-entry-idx)
        move zero to pf-sum-x(group-entry-idx)
        move zero to pf-sum-y(group-entry-idx)
        move zero to pf-sum-z(group-entry-idx)
        move zero to pf-distance-sum(group-entry-idx)
        move zero to pf-distance-squares(group-entry-idx)
        move gr-latitude to pf-min-latitude(group-entry-idx)
        move gr-latitude to pf-max-latitude(group-entry-idx)
        move gr-longitude to pf-min-longitude(group-entry-idx)
        move gr-longitude to pf-max-longitude(group-entry-idx)
    else
        move zero to group-entry-idx
    end-if
    .
add-place-to-profile.
    add 1 to pf-place-count(group-entry-idx) end-add
    compute pf-sum-x(group-entry-idx) =
        pf-sum-x(group-entry-idx) + unit-x
    end-compute
    compute pf-sum-y(group-entry-idx) =
        pf-sum-y(group-entry-idx) + unit-y
    end-compute
    compute pf-sum-z(group-entry-idx) =
        pf-sum-z(group-entry-idx) + unit-z
    end-compute

    if gr-latitude < pf-min-latitude(group-entry-idx)
        move gr-latitude to pf-min-latitude(group-entry-idx)
    end-if
    if gr-latitude > pf-max-latitude(group-entry-idx)
        move gr-latitude to pf-max-latitude(group-entry-idx)
    end-if
    if gr-longitude < pf-min-longitude(group-entry-idx)
        move gr-longitude to pf-min-longitude(group-entry-idx)
    end-if
    if gr-longitude > pf-max-longitude(group-entry-idx)
        move gr-longitude to pf-max-longitude(group-entry-idx)
    end-if
    .
*> ================================================================
*>  finish-one-centroid
*>
*>  turn a group's summed unit vectors back into a latitude and
*>  longitude in degrees. there is no two-argument arctangent
*>  intrinsic, so the longitude's quadrant is settled by hand.
*> ================================================================
finish-one-centroid.
    move pf-sum-x(profile-idx) to unit-x
    move pf-sum-y(profile-idx) to unit-y
    move pf-sum-z(profile-idx) to unit-z

    compute unit-hypotenuse = sqrt(unit-x ** 2 + unit-y ** 2)
    end-compute

    evaluate true
        when unit-hypotenuse > zero
            compute pf-centroid-latitude(profile-idx) =
                atan(unit-z / unit-hypotenuse) * 180 / pi
            end-compute
        when unit-z < zero
            move -90 to pf-centroid-latitude(profile-idx)
        when other
            move 90 to pf-centroid-latitude(profile-idx)
    end-evaluate

    evaluate true
        when unit-x > zero
            compute pf-centroid-longitude(profile-idx) =
                atan(unit-y / unit-x) * 180 / pi
            end-compute
        when unit-x < zero and unit-y >= zero
            compute pf-centroid-longitude(profile-idx) =
                atan(unit-y / unit-x) * 180 / pi + 180
            end-compute
        when unit-x < zero
            compute pf-centroid-longitude(profile-idx) =
                atan(unit-y / unit-x) * 180 / pi - 180
            end-compute
        when unit-y > zero
            move 90 to pf-centroid-longitude(profile-idx)
        when unit-y < zero
            move -90 to pf-centroid-longitude(profile-idx)
        when other
            move zero to pf-centroid-longitude(profile-idx)
    end-evaluate
    .
*> ================================================================
*>  measure-group-spreads
*>
*>  second pass: sum every place's distance, and its square, from
*>  its country's and its admin1's centroid.
*> ================================================================
measure-group-spreads.
    open input filtered-city-file

    read filtered-city-file end-read

    perform measure-one-place
        until filtered-eof

    close filtered-city-file
    .
measure-one-place.
    perform unstring-filtered-record
    perform find-place-groups

    if country-entry-idx not = zero
        move country-entry-idx to group-entry-idx
        perform measure-place-in-group
    end-if

    if admin1-entry-idx not = zero
        move admin1-entry-idx to group-entry-idx
        perform measure-place-in-group
    end-if

    read filtered-city-file end-read
    .
measure-place-in-group.
    move latitude to from-latitude
    move longitude to from-longitude
    perform compute-centroid-distance

    compute pf-distance-sum(group-entry-idx) =
        pf-distance-sum(group-entry-idx) + distance-km
    end-compute
    compute pf-distance-squares(group-entry-idx) =
        pf-distance-squares(group-entry-idx) + distance-km ** 2
    end-compute
    .
*> ================================================================
*>  finish-one-threshold
*>
*>  a group's mean distance, its spread, and the threshold past
*>  which a place is flagged; a group too small to have a
*>  meaningful spread is left with a zero threshold, which the
*>  flagging pass takes as "do not check".
*> ================================================================
finish-one-threshold.
    move zero to pf-mean-km(profile-idx)
    move zero to pf-spread-km(profile-idx)
    move zero to pf-threshold-km(profile-idx)

    if pf-place-count(profile-idx) >= minimum-group-size
        compute pf-mean-km(profile-idx) =
            pf-distance-sum(profile-idx) / pf-place-count(profile-idx)
        end-compute
        compute variance-work =
            pf-distance-squares(profile-idx)
            / pf-place-count(profile-idx)
            - pf-mean-km(profile-idx) ** 2
        end-compute
        if variance-work > zero
            compute pf-spread-km(profile-idx) = sqrt(variance-work)
            end-compute
        end-if
        compute pf-threshold-km(profile-idx) =
            pf-mean-km(profile-idx)
            + spread-factor * pf-spread-km(profile-idx)
        end-compute
        if pf-threshold-km(profile-idx) < floor-km
            move floor-km to pf-threshold-km(profile-idx)
        end-if
    end-if
    .
*> ================================================================
*>  find-place-groups
*>
*>  binary search of the profiles for the current place's country
*>  entry and admin1 entry; either is zero when the group was past
*>  the cap.
*> ================================================================
find-place-groups.
    move zero to country-entry-idx
    move zero to admin1-entry-idx

    if profile-max > zero
        move countrycode to search-countrycode
        move low-values to search-admin1code
        search all profile-entry
            at end
                move zero to country-entry-idx
            when pf-countrycode(profile-idx) = search-countrycode
            and pf-admin1code(profile-idx) = search-admin1code
                set country-entry-idx to profile-idx
        end-search

        move admin1code to search-admin1code
        search all profile-entry
            at end
                move zero to admin1-entry-idx
            when pf-countrycode(profile-idx) = search-countrycode
            and pf-admin1code(profile-idx) = search-admin1code
                set admin1-entry-idx to profile-idx
        end-search
    end-if
    .
*> ================================================================
*>  flag-outlying-places
*>
*>  third pass, in extract order so the flagged file comes out in
*>  geonameid order for citymaster0's hold-out merge: flag a place
*>  outside its country's threshold, or failing that outside its
*>  admin1's.
*> ================================================================
flag-outlying-places.
    open input filtered-city-file
    open output flagged-file

    read filtered-city-file end-read

    perform check-one-place
        until filtered-eof

    close filtered-city-file
    close flagged-file
    .
check-one-place.
    perform unstring-filtered-record
    perform find-place-groups

    move latitude to from-latitude
    move longitude to from-longitude
    move spaces to flagged-level

    if country-entry-idx not = zero
        move country-entry-idx to group-entry-idx
        perform compute-centroid-distance
        move distance-km to country-distance-km
        if pf-threshold-km(country-entry-idx) > zero
        and country-distance-km > pf-threshold-km(country-entry-idx)
            move 'COUNTRY' to flagged-level
            move country-distance-km to flagged-distance-km
        end-if
    end-if

    if flagged-level = spaces
    and admin1-entry-idx not = zero
        move admin1-entry-idx to group-entry-idx
        perform compute-centroid-distance
        move distance-km to admin1-distance-km
        if pf-threshold-km(admin1-entry-idx) > zero
        and admin1-distance-km > pf-threshold-km(admin1-entry-idx)
            move 'ADMIN1' to flagged-level
            move admin1-distance-km to flagged-distance-km
        end-if
    end-if

    if admin1-entry-idx not = zero
        if pf-threshold-km(admin1-entry-idx) = zero
            add 1 to unchecked-count end-add
        end-if
    end-if

    if flagged-level not = spaces
        perform check-accepted
        if place-accepted
            add 1 to accepted-count end-add
        else
            if flagged-level = 'COUNTRY'
                add 1 to country-flag-count end-add
            else
                add 1 to admin1-flag-count end-add
            end-if
            perform find-likely-cause
            perform write-flagged-record
        end-if
    end-if

    read filtered-city-file end-read
    .
*> ================================================================
*>  check-accepted
*>
*>  binary search of the reviewed places for the outlying one: it
*>  is passed when it was accepted wherever it is, or when it still
*>  sits at the coordinates it was reviewed at.
*> ================================================================
check-accepted.
    set place-not-accepted to true

    if accepted-max > zero
        search all accepted-entry
            at end
                set place-not-accepted to true
            when ae-geonameid(accepted-idx) = geonameid
                if ae-accepted-anywhere(accepted-idx)
                    set place-accepted to true
                else
                    if ae-latitude(accepted-idx) = latitude
                    and ae-longitude(accepted-idx) = longitude
                        set place-accepted to true
                    end-if
                end-if
        end-search
    end-if
    .
*> ================================================================
*>  find-likely-cause
*>
*>  try each correction on the flagged place against the group it
*>  was flagged in (group-entry-idx) and keep the one that lands
*>  nearest the centroid inside the threshold. swapping is only
*>  tried when the longitude would make a valid latitude.
*> ================================================================
find-likely-cause.
    move 'NONE' to likely-cause
    move pf-threshold-km(group-entry-idx) to best-correction-km

    perform try-one-correction
        varying correction-sub from 1 by 1
        until correction-sub > 4

    if likely-cause not = 'NONE'
        add 1 to hinted-count end-add
    end-if
    .
try-one-correction.
    move latitude to correction-latitude
    move longitude to correction-longitude

    evaluate correction-sub
        when 1
            compute correction-latitude = zero - latitude end-compute
            move 'SIGN FLIP LATITUDE' to correction-caption
        when 2
            compute correction-longitude = zero - longitude
            end-compute
            move 'SIGN FLIP LONGITUDE' to correction-caption
        when 3
            compute correction-latitude = zero - latitude end-compute
            compute correction-longitude = zero - longitude
            end-compute
            move 'SIGN FLIP BOTH' to correction-caption
        when 4
            move longitude to correction-latitude
            move latitude to correction-longitude
            move 'LAT/LONG SWAPPED' to correction-caption
    end-evaluate

    if correction-latitude >= -90 and correction-latitude <= 90
        move correction-latitude to from-latitude
        move correction-longitude to from-longitude
        perform compute-centroid-distance
        if distance-km <= best-correction-km
            move distance-km to best-correction-km
            move correction-caption to likely-cause
        end-if
    end-if
    .
*> ================================================================
*>  compute-centroid-distance
*>
*>  haversine great-circle distance in km from from-latitude /
*>  from-longitude to the centroid of the group at
*>  group-entry-idx, the same formula cityreverse0 uses.
*> ================================================================
compute-centroid-distance.
    move pf-centroid-latitude(group-entry-idx) to to-latitude
    move pf-centroid-longitude(group-entry-idx) to to-longitude

    compute from-latitude-radians = from-latitude * pi / 180
    end-compute
    compute to-latitude-radians = to-latitude * pi / 180
    end-compute
    compute delta-latitude-radians =
        (to-latitude - from-latitude) * pi / 180
    end-compute
    compute delta-longitude-radians =
        (to-longitude - from-longitude) * pi / 180
    end-compute

    compute haversine-term =
        sin(delta-latitude-radians / 2) ** 2
        + cos(from-latitude-radians)
        * cos(to-latitude-radians)
        * sin(delta-longitude-radians / 2) ** 2
    end-compute

    if haversine-term > 1
        move 1 to haversine-term
    end-if

    compute distance-km =
        2 * earth-radius-km * asin(sqrt(haversine-term))
    end-compute
    .
*> ================================================================
*>  write-flagged-record
*>
*>  one tab-delimited line per flagged place, geonameid first so
*>  citymaster0 can merge the file against the extract.
*> ================================================================
write-flagged-record.
    add 1 to flagged-count end-add

    move latitude to latitude-edit
    move longitude to longitude-edit
    move pf-centroid-latitude(group-entry-idx)
        to centroid-latitude-edit
    move pf-centroid-longitude(group-entry-idx)
        to centroid-longitude-edit
    move flagged-distance-km to distance-edit
    move pf-threshold-km(group-entry-idx) to threshold-edit

    move spaces to flagged-record
    string
        geonameid                     delimited by size
        tab                           delimited by size
        trim(name)                    delimited by size
        tab                           delimited by size
        countrycode                   delimited by size
        tab                           delimited by size
        trim(admin1code)              delimited by size
        tab                           delimited by size
        trim(latitude-edit)           delimited by size
        tab                           delimited by size
        trim(longitude-edit)          delimited by size
        tab                           delimited by size
        trim(flagged-level)           delimited by size
        tab                           delimited by size
        trim(centroid-latitude-edit)  delimited by size
        tab                           delimited by size
        trim(centroid-longitude-edit) delimited by size
        tab                           delimited by size
        trim(distance-edit)           delimited by size
        tab                           delimited by size
        trim(threshold-edit)          delimited by size
        tab                           delimited by size
        trim(likely-cause)            delimited by size
        into flagged-record
    end-string
    write flagged-record
    .
*> ================================================================
*>  write-profile-file
*>
*>  one tab-delimited line per group profile, countries and their
*>  admin1 groups together in countrycode / admin1code order.
*> ================================================================
write-profile-file.
    open output profile-file

    perform write-one-profile-record
        varying profile-idx from 1 by 1
        until profile-idx > profile-max

    close profile-file
    .
write-one-profile-record.
    if pf-admin1code(profile-idx) = low-values
        move 'COUNTRY' to level-caption
        move '*' to admin1-caption
    else
        move 'ADMIN1' to level-caption
        move pf-admin1code(profile-idx) to admin1-caption
    end-if

    move pf-place-count(profile-idx) to places-edit
    move pf-centroid-latitude(profile-idx) to centroid-latitude-edit
    move pf-centroid-longitude(profile-idx)
        to centroid-longitude-edit
    move pf-mean-km(profile-idx) to mean-edit
    move pf-spread-km(profile-idx) to spread-edit
    move pf-threshold-km(profile-idx) to threshold-edit
    move pf-min-latitude(profile-idx) to min-latitude-edit
    move pf-max-latitude(profile-idx) to max-latitude-edit
    move pf-min-longitude(profile-idx) to min-longitude-edit
    move pf-max-longitude(profile-idx) to max-longitude-edit

    move spaces to profile-record
    string
        trim(level-caption)             delimited by size
        tab                             delimited by size
        pf-countrycode(profile-idx)     delimited by size
        tab                             delimited by size
        trim(admin1-caption)            delimited by size
        tab                             delimited by size
        trim(places-edit)               delimited by size
        tab                             delimited by size
        trim(centroid-latitude-edit)    delimited by size
        tab                             delimited by size
        trim(centroid-longitude-edit)   delimited by size
        tab                             delimited by size
        trim(mean-edit)                 delimited by size
        tab                             delimited by size
        trim(spread-edit)               delimited by size
        tab                             delimited by size
        trim(threshold-edit)            delimited by size
        tab                             delimited by size
        trim(min-latitude-edit)         delimited by size
        tab                             delimited by size
        trim(max-latitude-edit)         delimited by size
        tab                             delimited by size
        trim(min-longitude-edit)        delimited by size
        tab                             delimited by size
        trim(max-longitude-edit)        delimited by size
        into profile-record
    end-string
    write profile-record
    .
*> ================================================================
*>  unstring-filtered-record
*>
*>  split the current tab-delimited extract row back into
*>  filtered-city-columns, converting the edited latitude and
*>  longitude text back to numeric.
*> ================================================================
unstring-filtered-record.
    initialize filtered-city-columns
    unstring filtered-city-record delimited by tab into
        geonameid
        name count in name-length
        asciiname count in asciiname-length
        alternatenames count in alternatenames-length
        latitude-text
        longitude-text
        featureclass
        featurecode
        countrycode
        cc2 count in cc2-length
        admin1code count in admin1code-length
        admin1name count in admin1name-length
        admin2code count in admin2code-length
        admin3code count in admin3code-length
        admin4code count in admin4code-length
        population
        elevation
        dem
        timezone count in timezone-length
        modificationdate
        countryname count in countryname-length
        continent
    end-unstring

    move numval(latitude-text)  to latitude
    move numval(longitude-text) to longitude
    .
end program geooutlier0.
