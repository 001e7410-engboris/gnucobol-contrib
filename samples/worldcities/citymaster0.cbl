*> resolved through the generation catalog gencat0 keeps (the
*> catalog file name chains in after the name-index file name), so
*> the nightly load can never be pointed at the wrong day's file.
*>
*> when a tile-index file name is chained in (after the control
*> file name), the load also builds an indexed spatial tile file
*> keyed on tenth-degree tile row / tile column / geonameid (one
*> record per master record loaded), so cityreverse0 can find the
*> nearest place to a coordinate by reading the handful of tiles
*> around it instead of geoselect0's one-center pass over the
*> whole extract or citynear0's 20,000-row table. like the name
*> index, it is written with dynamic access.
*>
*> when an altname-index file name is chained in (after the
*> tile-index file name), the load also builds a second name-search
*> file in the name index's layout, keyed on countrycode /
*> upper-cased alternate name / geonameid -- one record for every
*> entry in a place's comma-separated alternatenames column -- so
*> citymatch0 can still find 'BOMBAY' or 'MUENCHEN' in a customer
*> address file when the asciiname key says Mumbai or Munich.
*>
*> when a hold-out file name is chained in (after the altname-index
*> file name), the extract rows it lists are kept off the master
*> (and so off every index built with it) until they have been
*> reviewed. the hold-out file is geooutlier0's flagged file --
*> tab-delimited, geonameid first, in geonameid order like the
*> extract -- so the two are match-merged in one pass. a hold-out
*> file that is not there holds nothing back. geonameids are
*> released by geooutlier0, not here: a place the reviewer accepts
*> goes on geooutlier0's accepted file, which keeps it off the
*> next flagged file and so lets it onto the next load.
*> =====================================================================

environment division.
        access is dynamic
        record key is name-index-key.

    select tile-index-file
        assign to tile-index-file-name
        file status is tile-index-file-status
        organization is indexed
        access is dynamic
        record key is tile-index-key.

    select altname-index-file
        assign to altname-index-file-name
        file status is altname-index-file-status
        organization is indexed
        access is dynamic
        record key is altname-index-key.

    select catalog-file
        assign to catalog-file-name
        file status is catalog-file-status
        organization is line sequential.

    select optional holdout-file
        assign to holdout-file-name
        file status is holdout-file-status
        organization is line sequential.

    select optional control-file
        assign to control-file-name
        file status is control-file-status
fd  name-index-file.
copy "copy/city-name-index-record.cpy".

fd  tile-index-file.
copy "copy/city-tile-index-record.cpy".

fd  altname-index-file.
copy "copy/city-name-index-record.cpy"
    replacing leading ==name-index-== by ==altname-index-==
              leading ==nx-== by ==ax-==.

fd  catalog-file.
01  catalog-record  pic x(300).

fd  holdout-file.
01  holdout-record  pic x(600).

fd  control-file.
01  control-record  pic x(300).

    88 name-index-success      value "00".
    88 name-index-key-trouble  value "21" "22".

01  tile-index-file-name    pic x(64) value spaces.
01  tile-index-file-status  pic x(2).
    88 tile-index-success      value "00".
    88 tile-index-key-trouble  value "21" "22".

01  altname-index-file-name    pic x(64) value spaces.
01  altname-index-file-status  pic x(2).
    88 altname-index-success      value "00".
    88 altname-index-key-trouble  value "21" "22".

01  altname-pointer  pic 9(4) value 1.
01  altname-entry    pic x(200) value spaces.

01  catalog-file-name    pic x(64) value spaces.
01  catalog-file-status  pic x(2).
    88 catalog-success  value "00".
01  current-file-name   pic x(64) value spaces.
01  previous-file-name  pic x(64) value spaces.

01  holdout-file-name    pic x(64) value spaces.
01  holdout-file-status  pic x(2).
    88 holdout-success  value "00" "05".
    88 holdout-eof      value "10".

01  holdout-geonameid-text  pic x(10) value spaces.
01  holdout-geonameid       pic 9(9) value zero.

01  holdout-switch  pic x value 'N'.
    88 place-held-out      value 'Y'.
    88 place-not-held-out  value 'N'.

01  control-file-name    pic x(64) value spaces.
01  control-file-status  pic x(2).
    88 control-success  value "00" "05".
01  loaded-count   pic 9(7) value zero.
01  skipped-count  pic 9(7) value zero.
01  indexed-count  pic 9(7) value zero.
01  tiled-count    pic 9(7) value zero.
01  altname-count  pic 9(7) value zero.
01  held-count     pic 9(7) value zero.

copy "copy/filtered-city-columns.cpy".

01  tab      pic x value x'09'.

procedure division chaining filtered-city-file-name master-file-name
    name-index-file-name catalog-file-name control-file-name
    tile-index-file-name altname-index-file-name holdout-file-name.
declaratives.
    filtered-io-error section.
        use after error procedure on filtered-city-file.
            stop run
        end-if.

    tile-index-io-error section.
        use after error procedure on tile-index-file.
    tile-index-error-routine.
        if not tile-index-success and not tile-index-key-trouble
            display
                'File error with tile-index-file status '
                with no advancing
            end-display
            display tile-index-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    altname-index-io-error section.
        use after error procedure on altname-index-file.
    altname-index-error-routine.
        if not altname-index-success and not altname-index-key-trouble
            display
                'File error with altname-index-file status '
                with no advancing
            end-display
            display altname-index-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    catalog-io-error section.
        use after error procedure on catalog-file.
    catalog-error-routine.
            move 1 to return-code
            stop run
        end-if.

    holdout-io-error section.
        use after error procedure on holdout-file.
    holdout-error-routine.
        if not holdout-success and not holdout-eof
            display
                'File error with holdout-file status '
                with no advancing
            end-display
            display holdout-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-citymaster0.
    display newline 'starting citymaster0' newline end-display
        open output name-index-file
    end-if

*>  ==============================================================
*>  tile-index-file-name chains in the path of the spatial tile
*>  index to build alongside the master; spaces means no tile
*>  index, leaving the load exactly as before.
*>  ==============================================================
    if tile-index-file-name not = spaces
        display 'tiling ' tile-index-file-name newline end-display
        open output tile-index-file
    end-if

*>  ==============================================================
*>  altname-index-file-name chains in the path of the alternate
*>  name index to build alongside the master; spaces means no
*>  alternate name index, leaving the load exactly as before.
*>  ==============================================================
    if altname-index-file-name not = spaces
        display 'indexing ' altname-index-file-name newline
            end-display
        open output altname-index-file
    end-if

*>  ==============================================================
*>  holdout-file-name chains in the path of the list of places to
*>  keep off the master pending review; spaces means nothing is
*>  held back, leaving the load exactly as before.
*>  ==============================================================
    if holdout-file-name not = spaces
        display 'holding out ' holdout-file-name newline
            end-display
        open input holdout-file
        move zero to holdout-geonameid
        perform read-holdout-record
    end-if

    read filtered-city-file end-read

    perform until filtered-eof
        perform unstring-filtered-record
        add population to in-population-total end-add
        add geonameid to in-geonameid-hash end-add
        perform check-holdout
        if place-held-out
            add 1 to held-count end-add
        else
            perform write-master-record
        end-if
        read filtered-city-file end-read
    end-perform

        close name-index-file
    end-if

    if tile-index-file-name not = spaces
        close tile-index-file
    end-if

    if altname-index-file-name not = spaces
        close altname-index-file
    end-if

    if holdout-file-name not = spaces
        close holdout-file
    end-if

    move input-count to display-count
    display display-count ' extract rows read' end-display

    display display-count ' duplicate/out-of-sequence keys skipped'
        end-display

    if holdout-file-name not = spaces
        move held-count to display-count
        display display-count ' rows held out for review'
            end-display
    end-if

    if name-index-file-name not = spaces
        move indexed-count to display-count
        display display-count ' name-index records written'
            end-display
    end-if

    if tile-index-file-name not = spaces
        move tiled-count to display-count
        display display-count ' tile-index records written'
            end-display
    end-if

    if altname-index-file-name not = spaces
        move altname-count to display-count
        display display-count ' altname-index records written'
            end-display
    end-if

*>  ==============================================================
*>  control-file-name chains in the path of the shared pipeline
*>  control file every step appends its balancing record to, so
    move numval(longitude-text) to longitude
    .
*> ================================================================
*>  check-holdout / read-holdout-record
*>
*>  match-merge the hold-out file against the extract, both in
*>  geonameid order: step the hold-out file past every geonameid
*>  below the current row's, then hold the row out when the two
*>  meet. at the end of the hold-out file the geonameid is left at
*>  all nines, so nothing further is held.
*> ================================================================
check-holdout.
    set place-not-held-out to true

    if holdout-file-name not = spaces
        perform read-holdout-record
            until holdout-geonameid >= geonameid

        if holdout-geonameid = geonameid
            set place-held-out to true
        end-if
    end-if
    .
read-holdout-record.
    read holdout-file
        at end
            move all '9' to holdout-geonameid
        not at end
            move spaces to holdout-geonameid-text
            unstring holdout-record delimited by tab
                into holdout-geonameid-text
            end-unstring
            move numval(holdout-geonameid-text) to holdout-geonameid
    end-read
    .
*> ================================================================
*>  write-master-record
*>
*>  move the unstrung columns into the master record and write it;
            if name-index-file-name not = spaces
                perform write-name-index-record
            end-if
            if tile-index-file-name not = spaces
                perform write-tile-index-record
            end-if
            if altname-index-file-name not = spaces
                perform write-altname-index-records
            end-if
    end-write
    .
*> ================================================================
    end-write
    .
*> ================================================================
*>  write-tile-index-record
*>
*>  write the spatial tile record for the master record just
*>  loaded: the tenth-degree tile row and column its coordinates
*>  fall in, then the geonameid, as the key. latitude 90 and
*>  longitude 180 would open a tile of their own, so they fold
*>  into the last row and the first column (180 east is 180 west).
*>  as with the name index, an invalid key can only echo a master
*>  key already skipped and is quietly ignored.
*> ================================================================
write-tile-index-record.
    initialize tile-index-record
    compute tx-tile-row = (latitude + 90) * 10 end-compute
    if tx-tile-row > 1799
        move 1799 to tx-tile-row
    end-if
    compute tx-tile-column = (longitude + 180) * 10 end-compute
    if tx-tile-column > 3599
        move zero to tx-tile-column
    end-if
    move geonameid   to tx-geonameid
    move latitude    to tx-latitude
    move longitude   to tx-longitude
    move name        to tx-name
    move countrycode to tx-countrycode
    move admin1name  to tx-admin1name
    move population  to tx-population

    write tile-index-record
        invalid key
            continue
        not invalid key
            add 1 to tiled-count end-add
    end-write
    .
*> ================================================================
*>  write-altname-index-records
*>
*>  peel the master record's comma-separated alternatenames apart
*>  with an unstring pointer, the way citylookup0 walks its
*>  geonameid list, and write one alternate name index record per
*>  entry: countrycode / upper-cased alternate name / geonameid as
*>  the key, with the place's own display name and population
*>  riding along. a place listing the same spelling twice (once
*>  per language is common) repeats a key, which is quietly
*>  ignored like any other invalid key on the indexes.
*> ================================================================
write-altname-index-records.
    move 1 to altname-pointer

    perform write-one-altname-index-record
        until altname-pointer > alternatenames-length
    .
write-one-altname-index-record.
    move spaces to altname-entry
    unstring alternatenames(1:alternatenames-length)
        delimited by ','
        into altname-entry
        with pointer altname-pointer
    end-unstring

    if altname-entry not = spaces
        initialize altname-index-record
        move countrycode                         to ax-countrycode
        move upper-case(trim(altname-entry))     to ax-asciiname
        move geonameid                           to ax-geonameid
        move name                                to ax-name
        move population                          to ax-population

        write altname-index-record
            invalid key
                continue
            not invalid key
                add 1 to altname-count end-add
        end-write
    end-if
    .
*> ================================================================
*>  write-control-record
*>
*>  append one tab-delimited control record to the shared control
