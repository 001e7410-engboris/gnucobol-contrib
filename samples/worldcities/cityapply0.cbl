*> yesterday, so the whole run stops with a non-zero return code
*> before it makes things worse -- the remedy on such a morning is
*> the citymaster0 full rebuild this program exists to avoid.
*>
*> when a history file name is chained in, every add, delete and
*> rewrite is also appended to the shared master history file (see
*> city-history-record.cpy) with the whole record before and after
*> the change, stamped with the date, time, program and the
*> operator id chained in after it -- 'BATCH' when that is blank --
*> so cityasof0 can say what any record looked like on any day.
*>
*> when a retired-id registry file name is chained in (after the
*> operator id), every geonameid the DELETED batch takes off the
*> master is also added to the permanent retired-geonameid registry
*> (see retired-geonameid-record.cpy) with today's date and the
*> place as it last stood. geonames retires a duplicate by deleting
*> one id and adding the place back under another, so an ADDED row
*> in the same run with the same asciiname, countrycode and
*> admin1code within a few km -- 5 unless a distance is chained in
*> after the registry name -- is recorded as its replacement, and
*> cityremap0 redirects the old id through the registry. an ADDED
*> geonameid already in the registry has come back, so its registry
*> record is marked RESTORED and cityremap0 leaves it alone.
*>
*> when a hold-out file name is chained in (after the match
*> distance), the master is kept the way citymaster0 keeps it with
*> the same file -- geooutlier0's flagged file, geonameid first, in
*> geonameid order like the extract, so the two are match-merged:
*>
*>     an ADDED or CHANGED row for a held-out place is passed over
*>     and counted, leaving the master as it was;
*>     a CHANGED row for a place not on the master -- held out by
*>     an earlier load and no longer flagged -- is added;
*>     every other extract row that is not held out is looked up,
*>     and one missing from the master -- held out earlier and
*>     since accepted or corrected -- is added back;
*>     a DELETED geonameid that is not on the master was held out
*>     and has nothing to delete, so it is counted instead of
*>     stopping the run.
*> =====================================================================

environment division.
        access is random
        record key is master-geonameid.

    select optional history-file
        assign to history-file-name
        file status is history-file-status
        organization is line sequential.

    select optional retired-file
        assign to retired-file-name
        file status is retired-file-status
        organization is indexed
        access is random
        record key is rt-geonameid.

    select optional holdout-file
        assign to holdout-file-name
        file status is holdout-file-status
        organization is line sequential.

data division.
file section.
fd  differences-file.
fd  master-file.
copy "copy/city-master-record.cpy".

fd  history-file.
copy "copy/city-history-record.cpy".

fd  retired-file.
copy "copy/retired-geonameid-record.cpy".

fd  holdout-file.
01  holdout-record  pic x(600).

working-storage section.
01  differences-file-name    pic x(64) value spaces.
01  differences-file-status  pic x(2).
    88 master-success      value "00".
    88 master-key-trouble  value "21" "22" "23".

01  history-file-name    pic x(64) value spaces.
01  history-file-status  pic x(2).
    88 history-success  value "00" "05".

01  operator-id  pic x(8) value spaces.

*>  the master record as it stood before the change being applied,
*>  kept for the history line written once the change lands.
01  before-image    pic x(5931) value spaces.
01  history-action  pic x(8) value spaces.

01  retired-file-name    pic x(64) value spaces.
01  retired-file-status  pic x(2).
    88 retired-success      value "00" "05".
    88 retired-key-trouble  value "21" "22" "23".

01  match-distance-param  pic x(8) value spaces.

01  holdout-file-name    pic x(64) value spaces.
01  holdout-file-status  pic x(2).
    88 holdout-success  value "00" "05".
    88 holdout-eof      value "10".

01  holdout-geonameid-text  pic x(10) value spaces.
01  holdout-geonameid       pic 9(9) value zero.

01  holdout-switch  pic x value 'N'.
    88 place-held-out      value 'Y'.
    88 place-not-held-out  value 'N'.
01  match-distance-km     pic 9(5)v9(2) value zero.

*>  field view of the before image, for the retired-table entry
*>  a deletion leaves behind.
copy "copy/city-master-record.cpy"
    replacing leading ==master-== by ==retired-==.

*>  one entry per geonameid the DELETED batch took off the master,
*>  held until the ADDED rows have been applied so each can be
*>  offered as a replacement; the differences file is already
*>  capped at 10000 geonameids, so this table can never overflow.
01  retired-max  pic 9(5) value zero.
01  retired-table.
    03  retired-entry occurs 1 to 10000 times
                       depending on retired-max
                       indexed by retired-idx.
        05  re-geonameid    pic 9(9).
        05  re-name         pic x(200).
        05  re-asciiname    pic x(200).
        05  re-countrycode  pic x(2).
        05  re-admin1code   pic x(60).
        05  re-latitude     pic s9(3)v9(6).
        05  re-longitude    pic s9(3)v9(6).
        05  re-population   pic 9(9).
        05  re-replacement  pic 9(9).
        05  re-distance-km  pic 9(5)v9(2).

01  added-asciiname-upper  pic x(200) value spaces.

*>  haversine work items; comp-2 because the trig intrinsics want
*>  more precision than the feed's six decimal places carry.
01  retired-latitude-radians  comp-2.
01  added-latitude-radians    comp-2.
01  delta-latitude-radians    comp-2.
01  delta-longitude-radians   comp-2.
01  haversine-term            comp-2.
01  earth-radius-km           comp-2 value 6371.0.

01  distance-km  pic 9(5)v9(2) value zero.

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
    03  rdx-day    pic x(2).

01  run-time-x.
    03  rtx-hour       pic x(2).
    03  rtx-minute     pic x(2).
    03  rtx-second     pic x(2).
    03  rtx-hundredth  pic x(2).

01  difference-columns.
    03  dc-action     pic x(10).
    03  dc-geonameid  pic x(10).
01  deleted-count     pic 9(7) value zero.
01  changed-count     pic 9(7) value zero.
01  missing-count     pic 9(7) value zero.
01  history-count     pic 9(7) value zero.
01  retired-count     pic 9(7) value zero.
01  replaced-count    pic 9(7) value zero.
01  restored-count    pic 9(7) value zero.
01  held-count        pic 9(7) value zero.
01  released-count    pic 9(7) value zero.
01  unheld-delete-count  pic 9(7) value zero.

copy "copy/filtered-city-columns.cpy".

01  tab      pic x value x'09'.

procedure division chaining differences-file-name
    filtered-city-file-name master-file-name history-file-name
    operator-id retired-file-name match-distance-param
    holdout-file-name.
declaratives.
    differences-io-error section.
        use after error procedure on differences-file.
            move 1 to return-code
            stop run
        end-if.

    history-io-error section.
        use after error procedure on history-file.
    history-error-routine.
        if not history-success
            display
                'File error with history-file status '
                with no advancing
            end-display
            display history-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    retired-io-error section.
        use after error procedure on retired-file.
    retired-error-routine.
        if not retired-success and not retired-key-trouble
            display
                'File error with retired-file status '
                with no advancing
            end-display
            display retired-file-status end-display
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
start-cityapply0.
    display newline 'starting cityapply0' newline end-display
    display 'extract     ' filtered-city-file-name newline end-display
    display 'maintaining ' master-file-name newline end-display

    if operator-id = spaces
        move 'BATCH' to operator-id
    end-if

    if match-distance-param = spaces
        move 5 to match-distance-km
    else
        move numval(match-distance-param) to match-distance-km
    end-if

    perform load-change-table

    open i-o master-file

*>  ==============================================================
*>  history-file-name chains in the path of the shared master
*>  history file; spaces means no history is kept, leaving the
*>  run exactly as before.
*>  ==============================================================
    if history-file-name not = spaces
        display 'history     ' history-file-name newline end-display
        open extend history-file
    end-if

*>  ==============================================================
*>  the retired-geonameid registry is open for the whole run, so
*>  an ADDED geonameid that comes back can be marked RESTORED as
*>  it is added.
*>  ==============================================================
    if retired-file-name not = spaces
        open i-o retired-file
    end-if

*>  ==============================================================
*>  holdout-file-name chains in the path of the list of places
*>  kept off the master pending review; spaces means nothing is
*>  held back, leaving the run exactly as before.
*>  ==============================================================
    if holdout-file-name not = spaces
        display 'holding out ' holdout-file-name newline
            end-display
        open input holdout-file
        move zero to holdout-geonameid
        perform read-holdout-record
    end-if

    perform apply-deletions

    open input filtered-city-file

    close master-file

    if history-file-name not = spaces
        close history-file
    end-if

    if holdout-file-name not = spaces
        close holdout-file
    end-if

*>  ==============================================================
*>  retired-file-name chains in the path of the permanent
*>  retired-geonameid registry; spaces means no registry is kept,
*>  leaving the run exactly as before. the registry is written
*>  before the unapplied-change check, since the deletions it
*>  records have already been made whatever that check finds.
*>  ==============================================================
    if retired-file-name not = spaces
        perform write-retired-registry
    end-if

    perform check-unapplied-changes

    move difference-count to display-count
    move deleted-count to display-count
    display display-count ' master records deleted' end-display

    if history-file-name not = spaces
        move history-count to display-count
        display display-count ' history lines written' end-display
    end-if

    if retired-file-name not = spaces
        move retired-count to display-count
        display display-count ' retired geonameids registered'
            end-display
        move replaced-count to display-count
        display display-count ' of them with a replacement inferred'
            end-display
        move restored-count to display-count
        display display-count ' retired geonameids restored'
            end-display
    end-if

    if holdout-file-name not = spaces
        move held-count to display-count
        display display-count ' changes held out for review'
            end-display
        move released-count to display-count
        display display-count ' held-out places added back'
            end-display
        move unheld-delete-count to display-count
        display display-count ' deletions of places already held out'
            end-display
    end-if

    display newline 'ending cityapply0' newline end-display

    stop run
*>  delete every DELETED geonameid from the master with a keyed
*>  delete; a key that is not there means the differences file was
*>  cut against a different master than this one, so stop before
*>  applying anything else -- unless a hold-out file is in use, when
*>  the place was simply held off the master by an earlier load.
*> ================================================================
apply-deletions.
    set change-idx to 1
    .
delete-one-entry.
    if che-deleted(change-idx)
        if history-file-name not = spaces
        or retired-file-name not = spaces
            move che-geonameid(change-idx) to master-geonameid
            perform read-before-image
        end-if

        move che-geonameid(change-idx) to master-geonameid
        delete master-file
            invalid key
                if holdout-file-name not = spaces
                    add 1 to unheld-delete-count end-add
                    set che-was-applied(change-idx) to true
                else
                    display
                        'DELETED geonameid ' master-geonameid
                        ' is not on the master; differences file and'
                        ' master disagree -- run the full rebuild'
                    end-display
                    move 1 to return-code
                    stop run
                end-if
            not invalid key
                add 1 to deleted-count end-add
                set che-was-applied(change-idx) to true
                if retired-file-name not = spaces
                    perform remember-retired-place
                end-if
                if history-file-name not = spaces
                    move 'DELETED' to history-action
                    move spaces to master-city-record
                    perform write-history-record
                end-if
        end-delete
    end-if

*>  entry turning up in today's extract means the differences file
*>  and the extract disagree -- its master row is already gone --
*>  so the run stops there, and any other row is already correct
*>  on the master and is passed over. with a hold-out file, an
*>  ADDED or CHANGED row for a held-out place is only counted, and
*>  a row with no change that is missing from the master is added
*>  back.
*> ================================================================
apply-one-extract-row.
    add 1 to extract-count end-add

    perform unstring-filtered-record

    perform check-holdout

    set change-idx to 1
    perform find-change-entry
        until change-idx > change-max

    if change-idx <= change-max
        evaluate true
            when che-deleted(change-idx)
                display
                    'DELETED geonameid ' geonameid
                end-display
                move 1 to return-code
                stop run
            when place-held-out
                add 1 to held-count end-add
            when che-added(change-idx)
                perform add-master-record
            when che-changed(change-idx)
                perform rewrite-master-record
        end-evaluate
        set che-was-applied(change-idx) to true
    else
        if holdout-file-name not = spaces
        and place-not-held-out
            perform check-released-place
        end-if
    end-if

    read filtered-city-file end-read
    set change-idx up by 1
    .
add-master-record.
    move spaces to before-image
    perform move-columns-to-master

    write master-city-record
            stop run
        not invalid key
            add 1 to added-count end-add
            if retired-file-name not = spaces
                perform mark-retired-restored
            end-if
            if retired-file-name not = spaces
            and retired-max > zero
                perform offer-added-as-replacement
            end-if
            if history-file-name not = spaces
                move 'ADDED' to history-action
                perform write-history-record
            end-if
    end-write
    .
rewrite-master-record.
    if history-file-name not = spaces
        move geonameid to master-geonameid
        perform read-before-image
    end-if

    perform move-columns-to-master

    rewrite master-city-record
        invalid key
            if holdout-file-name not = spaces
                perform add-released-record
            else
                display
                    'CHANGED geonameid ' master-geonameid
                    ' is not on the master; differences file and'
                    ' master disagree -- run the full rebuild'
                end-display
                move 1 to return-code
                stop run
            end-if
        not invalid key
            add 1 to changed-count end-add
            if history-file-name not = spaces
                move 'CHANGED' to history-action
                perform write-history-record
            end-if
    end-rewrite
    .
*> ================================================================
*>  check-released-place / add-released-record
*>
*>  with a hold-out file, an extract row with no change that is not
*>  held out should be on the master; one that is not was held out
*>  by an earlier load and has since been accepted or corrected, so
*>  it is added now. a CHANGED row for a place not on the master is
*>  added the same way.
*> ================================================================
check-released-place.
    move geonameid to master-geonameid
    read master-file
        invalid key
            perform add-released-record
    end-read
    .
add-released-record.
    move spaces to before-image
    perform move-columns-to-master

    write master-city-record
        invalid key
            display
                'released geonameid ' master-geonameid
                ' could not be added, status ' master-file-status
            end-display
            move 1 to return-code
            stop run
        not invalid key
            add 1 to released-count end-add
            if retired-file-name not = spaces
                perform mark-retired-restored
            end-if
            if history-file-name not = spaces
                move 'ADDED' to history-action
                perform write-history-record
            end-if
    end-write
    .
*> ================================================================
*>  check-holdout / read-holdout-record
*>
*>  match-merge the hold-out file against the extract, both in
*>  geonameid order, exactly as citymaster0 does: step the hold-out
*>  file past every geonameid below the current row's, then hold
*>  the row out when the two meet. at the end of the hold-out file
*>  the geonameid is left at all nines, so nothing further is held.
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
*>  mark-retired-restored
*>
*>  a geonameid just added to the master that is in the retired
*>  registry has come back: its registry record is marked RESTORED
*>  so cityremap0 no longer redirects it.
*> ================================================================
mark-retired-restored.
    move master-geonameid to rt-geonameid
    read retired-file
        invalid key
            continue
        not invalid key
            set rt-restored to true
            rewrite retired-record
                invalid key
                    display
                        'retired geonameid ' rt-geonameid
                        ' could not be restored, status '
                        retired-file-status
                    end-display
                not invalid key
                    add 1 to restored-count end-add
            end-rewrite
    end-read
    .
*> ================================================================
*>  remember-retired-place
*>
*>  keep the place a deletion just took off the master -- from the
*>  before image read ahead of the delete -- in retired-table, with
*>  no replacement yet.
*> ================================================================
remember-retired-place.
    move before-image to retired-city-record

    add 1 to retired-max end-add
    set retired-idx to retired-max
    move che-geonameid(change-idx)      to re-geonameid(retired-idx)
    move retired-name                   to re-name(retired-idx)
    move retired-asciiname              to re-asciiname(retired-idx)
    move retired-countrycode            to re-countrycode(retired-idx)
    move retired-admin1code             to re-admin1code(retired-idx)
    move retired-latitude               to re-latitude(retired-idx)
    move retired-longitude              to re-longitude(retired-idx)
    move retired-population             to re-population(retired-idx)
    move zero                           to re-replacement(retired-idx)
    move zero                           to re-distance-km(retired-idx)
    .
*> ================================================================
*>  offer-added-as-replacement
*>
*>  the master record just added replaces every retired place with
*>  the same asciiname (case aside), countrycode and admin1code
*>  lying within the match distance -- unless an ADDED row nearer
*>  to it has already claimed it.
*> ================================================================
offer-added-as-replacement.
    move upper-case(master-asciiname) to added-asciiname-upper

    perform weigh-one-retired-place
        varying retired-idx from 1 by 1
        until retired-idx > retired-max
    .
weigh-one-retired-place.
    if upper-case(re-asciiname(retired-idx)) = added-asciiname-upper
    and re-countrycode(retired-idx) = master-countrycode
    and re-admin1code(retired-idx) = master-admin1code
        perform compute-retired-distance
        if distance-km <= match-distance-km
            if re-replacement(retired-idx) = zero
            or distance-km < re-distance-km(retired-idx)
                move master-geonameid to re-replacement(retired-idx)
                move distance-km to re-distance-km(retired-idx)
            end-if
        end-if
    end-if
    .
*> ================================================================
*>  compute-retired-distance
*>
*>  great-circle distance from the retired place to the master
*>  record just added, with the haversine formula exactly as
*>  geoselect0's apply-radius computes a distance from its center.
*> ================================================================
compute-retired-distance.
    compute retired-latitude-radians =
        re-latitude(retired-idx) * pi / 180
    end-compute
    compute added-latitude-radians =
        master-latitude * pi / 180
    end-compute
    compute delta-latitude-radians =
        (master-latitude - re-latitude(retired-idx)) * pi / 180
    end-compute
    compute delta-longitude-radians =
        (master-longitude - re-longitude(retired-idx)) * pi / 180
    end-compute

    compute haversine-term =
        sin(delta-latitude-radians / 2) ** 2
        + cos(retired-latitude-radians)
        * cos(added-latitude-radians)
        * sin(delta-longitude-radians / 2) ** 2
    end-compute

    compute distance-km rounded =
        2 * earth-radius-km * asin(sqrt(haversine-term))
        on size error move 99999.99 to distance-km
    end-compute
    .
*> ================================================================
*>  write-retired-registry
*>
*>  add one registry record per retired-table entry, dated today.
*>  a geonameid already in the registry was retired before, came
*>  back, and has now gone again, so its record is rewritten with
*>  this retirement.
*> ================================================================
write-retired-registry.
    accept run-date-x from date yyyymmdd end-accept

    display 'registering ' retired-file-name newline end-display

    perform write-one-retired-record
        varying retired-idx from 1 by 1
        until retired-idx > retired-max

    close retired-file
    .
write-one-retired-record.
    initialize retired-record
    move re-geonameid(retired-idx) to rt-geonameid
    string
        rdx-year   delimited by size
        '-'        delimited by size
        rdx-month  delimited by size
        '-'        delimited by size
        rdx-day    delimited by size
        into rt-deleted-date
    end-string
    move re-replacement(retired-idx) to rt-replacement-geonameid
    if re-replacement(retired-idx) > zero
        set rt-replacement-inferred to true
        move re-distance-km(retired-idx) to rt-distance-km
        add 1 to replaced-count end-add
    else
        set rt-no-replacement to true
    end-if
    move re-name(retired-idx)        to rt-name
    move re-asciiname(retired-idx)   to rt-asciiname
    move re-countrycode(retired-idx) to rt-countrycode
    move re-admin1code(retired-idx)  to rt-admin1code
    move re-latitude(retired-idx)    to rt-latitude
    move re-longitude(retired-idx)   to rt-longitude
    move re-population(retired-idx)  to rt-population

    write retired-record
        invalid key
            rewrite retired-record
                invalid key
                    display
                        'retired geonameid ' rt-geonameid
                        ' could not be registered, status '
                        retired-file-status
                    end-display
            end-rewrite
    end-write

    add 1 to retired-count end-add
    .
*> ================================================================
*>  read-before-image
*>
*>  keyed read of the record about to be deleted or rewritten, so
*>  its history line (and, for a deletion, its retired-registry
*>  entry) can carry the record as it was. a key that is not
*>  there is left for the delete or rewrite itself to report,
*>  exactly as when no history is kept.
*> ================================================================
read-before-image.
    read master-file
        invalid key
            move spaces to before-image
        not invalid key
            move master-city-record to before-image
    end-read
    .
*> ================================================================
*>  write-history-record
*>
*>  append one line to the shared master history file for the
*>  change just applied: the record before (kept by
*>  read-before-image; spaces for an add) and the record area as
*>  the change left it (spaces for a delete), stamped with the
*>  date, time, program and operator.
*> ================================================================
write-history-record.
    accept run-date-x from date yyyymmdd end-accept
    accept run-time-x from time end-accept

    move spaces to history-record
    if history-action = 'DELETED'
        move che-geonameid(change-idx) to hist-geonameid
    else
        move master-geonameid to hist-geonameid
    end-if
    string
        rdx-year   delimited by size
        '-'        delimited by size
        rdx-month  delimited by size
        '-'        delimited by size
        rdx-day    delimited by size
        into hist-date
    end-string
    string
        rtx-hour    delimited by size
        ':'         delimited by size
        rtx-minute  delimited by size
        ':'         delimited by size
        rtx-second  delimited by size
        into hist-time
    end-string
    move 'cityapply0'        to hist-program
    move operator-id         to hist-operator
    move history-action      to hist-action
    move before-image        to hist-before-image
    move master-city-record  to hist-after-image

    write history-record

    add 1 to history-count end-add
    .
*> ================================================================
*>  check-unapplied-changes
