        >> SOURCE FORMAT IS FREE
identification division.
program-id. cityasof0.
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
*> cityasof0 is the point-in-time query side of the shared master
*> history file that cityapply0, cityoverride0 and citymaint0
*> append to (see city-history-record.cpy): give it a geonameid and
*> a date and it answers "what did this record say then, and how
*> did it get from there to here?".
*>
*> it prints two things:
*>
*>     the record's timeline -- every history line for the
*>     geonameid in the order the changes were made, with the date,
*>     time, program, operator and action, and under each CHANGED
*>     line the fields that moved, old value and new;
*>
*>     the record as of the date, labeled field by field the way
*>     citylookup0 prints one: the after image of the last change
*>     made on or before that date; or, when every change came
*>     later, the before image of the first of them; or, when the
*>     history holds no change at all, the current master record,
*>     which has then never changed since history began.
*>
*> an ADDED line's before image and a DELETED line's after image
*> are spaces, so a record that did not yet exist, or no longer
*> existed, on the date is reported as such rather than printed.
*>
*> the date chains in as yyyy-mm-dd or yyyymmdd; spaces means
*> today, which prints the record as the history says it should
*> stand now -- a quick check that nothing changed it unrecorded.
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select history-file
        assign to history-file-name
        file status is history-file-status
        organization is line sequential.

    select master-file
        assign to master-file-name
        file status is master-file-status
        organization is indexed
        access is random
        record key is master-geonameid.

data division.
file section.
fd  history-file.
copy "copy/city-history-record.cpy".

fd  master-file.
copy "copy/city-master-record.cpy".

working-storage section.
01  history-file-name    pic x(64) value spaces.
01  history-file-status  pic x(2).
    88 history-success  value "00".
    88 history-eof      value "10".

01  master-file-name    pic x(64) value spaces.
01  master-file-status  pic x(2).
    88 master-success    value "00".
    88 master-not-found  value "23".

01  geonameid-text  pic x(10) value spaces.
01  as-of-param     pic x(10) value spaces.

01  wanted-geonameid  pic 9(9) value zero.
01  as-of-date        pic x(10) value spaces.

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
    03  rdx-day    pic x(2).

*>  field views of the two images on the history line being
*>  listed, and of the record being rebuilt.
copy "copy/city-master-record.cpy"
    replacing leading ==master-== by ==before-==.
copy "copy/city-master-record.cpy"
    replacing leading ==master-== by ==after-==.
copy "copy/city-master-record.cpy"
    replacing leading ==master-== by ==asof-==.

01  first-before-image  pic x(5931) value spaces.
01  last-after-image    pic x(5931) value spaces.
01  last-change-date    pic x(10) value spaces.
01  last-change-time    pic x(8) value spaces.

01  as-of-switch  pic x value 'N'.
    88 change-on-or-before     value 'Y'.
    88 no-change-on-or-before  value 'N'.

01  source-switch  pic x value 'M'.
    88 from-last-change   value 'L'.
    88 from-first-change  value 'F'.
    88 from-master        value 'M'.

01  field-label     pic x(16) value spaces.
01  old-field-text  pic x(200) value spaces.
01  new-field-text  pic x(200) value spaces.

01  timeline-count  pic 9(7) value zero.
01  history-count   pic 9(9) value zero.

01  display-population  pic z,zzz,zzz,zz9.
01  latitude-edit       pic ----9.999999.
01  longitude-edit      pic -----9.999999.
01  display-count       pic z,zzz,zz9.

01  newline  pic x value x'0A'.

procedure division chaining history-file-name master-file-name
    geonameid-text as-of-param.
declaratives.
    history-io-error section.
        use after error procedure on history-file.
    history-error-routine.
        if not history-success and not history-eof
            display
                'File error with history-file status '
                with no advancing
            end-display
            display history-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    master-io-error section.
        use after error procedure on master-file.
    master-error-routine.
        if not master-success and not master-not-found
            display
                'File error with master-file status '
                with no advancing
            end-display
            display master-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-cityasof0.
    display newline 'starting cityasof0' newline end-display

    if geonameid-text = spaces
    or test-numval(geonameid-text) not = zero
        display 'a numeric geonameid is required' end-display
        move 1 to return-code
        stop run
    end-if
    move numval(geonameid-text) to wanted-geonameid

    perform resolve-as-of-date

    display 'history ' history-file-name newline end-display
    display 'master  ' master-file-name newline end-display
    display
        'geonameid ' wanted-geonameid ' as of ' as-of-date newline
    end-display

    display 'timeline' end-display
    display '--------' end-display

    open input history-file

    read history-file end-read

    perform scan-one-history-record
        until history-eof

    close history-file

    if timeline-count = zero
        display '  no recorded changes' end-display
    end-if

    display space end-display
    move history-count to display-count
    display display-count ' history lines read' end-display

    move timeline-count to display-count
    display display-count ' changes on the timeline' end-display

    perform rebuild-as-of-record

    display newline 'ending cityasof0' newline end-display

    stop run
    .
*> ================================================================
*>  resolve-as-of-date
*>
*>  bring the chained date to the yyyy-mm-dd form the history
*>  lines are stamped with, so plain alphanumeric comparison puts
*>  dates in order; spaces means today.
*> ================================================================
resolve-as-of-date.
    evaluate true
        when as-of-param = spaces
            accept run-date-x from date yyyymmdd end-accept
        when as-of-param(5:1) = '-'
            move as-of-param(1:4) to rdx-year
            move as-of-param(6:2) to rdx-month
            move as-of-param(9:2) to rdx-day
        when other
            move as-of-param(1:8) to run-date-x
    end-evaluate

    if rdx-year is not numeric
    or rdx-month is not numeric
    or rdx-day is not numeric
        display
            'the as-of date must be yyyy-mm-dd or yyyymmdd: '
            trim(as-of-param)
        end-display
        move 1 to return-code
        stop run
    end-if

    move spaces to as-of-date
    string
        rdx-year   delimited by size
        '-'        delimited by size
        rdx-month  delimited by size
        '-'        delimited by size
        rdx-day    delimited by size
        into as-of-date
    end-string
    .
*> ================================================================
*>  scan-one-history-record
*>
*>  the history file is in the order the changes were made, so one
*>  pass both lists the timeline and finds the images the rebuild
*>  needs: the before image of the first change for the geonameid,
*>  and the after image of the last one on or before the date.
*> ================================================================
scan-one-history-record.
    add 1 to history-count end-add

    if hist-geonameid = wanted-geonameid
        add 1 to timeline-count end-add

        if timeline-count = 1
            move hist-before-image to first-before-image
        end-if

        if hist-date <= as-of-date
            set change-on-or-before to true
            move hist-after-image to last-after-image
            move hist-date to last-change-date
            move hist-time to last-change-time
        end-if

        perform list-timeline-entry
    end-if

    read history-file end-read
    .
list-timeline-entry.
    move hist-before-image to before-city-record
    move hist-after-image  to after-city-record

    display
        '  ' hist-date ' ' hist-time
        '  ' hist-action
        '  ' hist-program
        '  ' trim(hist-operator)
    end-display

    evaluate hist-action
        when 'ADDED'
            display
                '      added as ' trim(after-name)
                ' (' after-countrycode ')'
            end-display
        when 'DELETED'
            display
                '      deleted; was ' trim(before-name)
                ' (' before-countrycode ')'
            end-display
        when other
            perform list-changed-fields
    end-evaluate
    .
*> ================================================================
*>  list-changed-fields
*>
*>  compare the before and after images field by field and print
*>  one line per field that moved. alternatenames is too long to
*>  print both ways, so only the fact that it changed is shown.
*> ================================================================
list-changed-fields.
    if before-name not = after-name
        move 'name' to field-label
        move before-name to old-field-text
        move after-name to new-field-text
        perform show-changed-field
    end-if

    if before-asciiname not = after-asciiname
        move 'asciiname' to field-label
        move before-asciiname to old-field-text
        move after-asciiname to new-field-text
        perform show-changed-field
    end-if

    if before-alternatenames not = after-alternatenames
        display '      alternatenames changed' end-display
    end-if

    if before-latitude not = after-latitude
        move 'latitude' to field-label
        move before-latitude to latitude-edit
        move latitude-edit to old-field-text
        move after-latitude to latitude-edit
        move latitude-edit to new-field-text
        perform show-changed-field
    end-if

    if before-longitude not = after-longitude
        move 'longitude' to field-label
        move before-longitude to longitude-edit
        move longitude-edit to old-field-text
        move after-longitude to longitude-edit
        move longitude-edit to new-field-text
        perform show-changed-field
    end-if

    if before-featureclass not = after-featureclass
        move 'featureclass' to field-label
        move before-featureclass to old-field-text
        move after-featureclass to new-field-text
        perform show-changed-field
    end-if

    if before-featurecode not = after-featurecode
        move 'featurecode' to field-label
        move before-featurecode to old-field-text
        move after-featurecode to new-field-text
        perform show-changed-field
    end-if

    if before-countrycode not = after-countrycode
        move 'countrycode' to field-label
        move before-countrycode to old-field-text
        move after-countrycode to new-field-text
        perform show-changed-field
    end-if

    if before-cc2 not = after-cc2
        move 'cc2' to field-label
        move before-cc2 to old-field-text
        move after-cc2 to new-field-text
        perform show-changed-field
    end-if

    if before-admin1code not = after-admin1code
        move 'admin1code' to field-label
        move before-admin1code to old-field-text
        move after-admin1code to new-field-text
        perform show-changed-field
    end-if

    if before-admin1name not = after-admin1name
        move 'admin1name' to field-label
        move before-admin1name to old-field-text
        move after-admin1name to new-field-text
        perform show-changed-field
    end-if

    if before-admin2code not = after-admin2code
        move 'admin2code' to field-label
        move before-admin2code to old-field-text
        move after-admin2code to new-field-text
        perform show-changed-field
    end-if

    if before-admin3code not = after-admin3code
        move 'admin3code' to field-label
        move before-admin3code to old-field-text
        move after-admin3code to new-field-text
        perform show-changed-field
    end-if

    if before-admin4code not = after-admin4code
        move 'admin4code' to field-label
        move before-admin4code to old-field-text
        move after-admin4code to new-field-text
        perform show-changed-field
    end-if

    if before-population not = after-population
        move 'population' to field-label
        move before-population to display-population
        move display-population to old-field-text
        move after-population to display-population
        move display-population to new-field-text
        perform show-changed-field
    end-if

    if before-elevation not = after-elevation
        move 'elevation' to field-label
        move before-elevation to old-field-text
        move after-elevation to new-field-text
        perform show-changed-field
    end-if

    if before-dem not = after-dem
        move 'dem' to field-label
        move before-dem to old-field-text
        move after-dem to new-field-text
        perform show-changed-field
    end-if

    if before-timezone not = after-timezone
        move 'timezone' to field-label
        move before-timezone to old-field-text
        move after-timezone to new-field-text
        perform show-changed-field
    end-if

    if before-modificationdate not = after-modificationdate
        move 'modificationdate' to field-label
        move before-modificationdate to old-field-text
        move after-modificationdate to new-field-text
        perform show-changed-field
    end-if

    if before-countryname not = after-countryname
        move 'countryname' to field-label
        move before-countryname to old-field-text
        move after-countryname to new-field-text
        perform show-changed-field
    end-if

    if before-continent not = after-continent
        move 'continent' to field-label
        move before-continent to old-field-text
        move after-continent to new-field-text
        perform show-changed-field
    end-if
    .
show-changed-field.
    display
        '      ' trim(field-label) ': '
        trim(old-field-text) ' -> ' trim(new-field-text)
    end-display
    .
*> ================================================================
*>  rebuild-as-of-record
*>
*>  choose the image that held on the date -- the last change on
*>  or before it, else the state before the first change, else
*>  the master as it stands -- and print it, or say the record
*>  did not exist then.
*> ================================================================
rebuild-as-of-record.
    display space end-display
    display 'as of ' as-of-date end-display
    display '----------------' end-display

    evaluate true
        when change-on-or-before
            set from-last-change to true
            move last-after-image to asof-city-record
            display
                '  (the change of ' last-change-date ' '
                last-change-time ')'
            end-display
        when timeline-count > zero
            set from-first-change to true
            move first-before-image to asof-city-record
            display '  (as it stood before its first recorded change)'
                end-display
        when other
            set from-master to true
            open input master-file
            move wanted-geonameid to master-geonameid
            read master-file
                invalid key
                    move spaces to asof-city-record
                not invalid key
                    move master-city-record to asof-city-record
            end-read
            close master-file
            display '  (no recorded change; the current master record)'
                end-display
    end-evaluate

    if asof-city-record = spaces
        evaluate true
            when from-last-change
                display
                    'geonameid ' wanted-geonameid
                    ' had been deleted by ' as-of-date
                end-display
            when from-first-change
                display
                    'geonameid ' wanted-geonameid
                    ' had not yet been added on ' as-of-date
                end-display
            when other
                display
                    'geonameid ' wanted-geonameid
                    ' is neither in the history nor on the master'
                end-display
        end-evaluate
    else
        perform display-asof-record
    end-if
    .
display-asof-record.
    move asof-latitude   to latitude-edit
    move asof-longitude  to longitude-edit
    move asof-population to display-population

    display space end-display
    display '--------------------------------' end-display
    display 'geonameid = ' asof-geonameid end-display
    display '--------------------------------' end-display
    display 'name = ' trim(asof-name) end-display
    display 'asciiname = ' trim(asof-asciiname) end-display
    display 'alternatenames = ' trim(asof-alternatenames) end-display
    display 'latitude = ' trim(latitude-edit) end-display
    display 'longitude = ' trim(longitude-edit) end-display
    display 'featureclass = ' asof-featureclass end-display
    display 'featurecode = ' trim(asof-featurecode) end-display
    display 'countrycode = ' asof-countrycode end-display
    display 'cc2 = ' trim(asof-cc2) end-display
    display 'admin1code = ' trim(asof-admin1code) end-display
    display 'admin1name = ' trim(asof-admin1name) end-display
    display 'admin2code = ' trim(asof-admin2code) end-display
    display 'admin3code = ' trim(asof-admin3code) end-display
    display 'admin4code = ' trim(asof-admin4code) end-display
    display 'population = ' display-population end-display
    display 'elevation = ' asof-elevation end-display
    display 'dem = ' asof-dem end-display
    display 'timezone = ' trim(asof-timezone) end-display
    display 'modificationdate = ' asof-modificationdate end-display
    display 'countryname = ' trim(asof-countryname) end-display
    display 'continent = ' asof-continent end-display
    display space end-display
    .
end program cityasof0.
