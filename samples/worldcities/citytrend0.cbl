        >> SOURCE FORMAT IS FREE
identification division.
program-id. citytrend0.
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
*> citytrend0 is the multi-generation view citydiff0's two-day
*> comparison cannot give: for the last N generations of a dataset
*> (the chained dataset name, filtered-cities when spaces; the
*> chained count, 7 when spaces, at most 10 so the generations fit
*> across the page), it prints each countrycode/admin1code group's
*> place count and total population generation by generation,
*> oldest on the left, then the net and percent change across the
*> window -- first generation read to last.
*>
*> the generation files are never named on the command line; they
*> are resolved through the generation catalog gencat0 keeps, so
*> the window is always the catalog's newest N. when genretain0's
*> aged-off log is chained in as well, the generations it has aged
*> off are merged back into the date order, and one that falls in
*> the window is shown as AGED OFF in its column rather than being
*> left out so the window silently reaches further back. a
*> generation still in the catalog whose file is no longer on disk
*> is shown as FILE GONE. either way the column stays, empty, and
*> the changes are taken over the generations that could be read.
*>
*> a group with unusual movement in population is flagged:
*>
*>     DECLINE      three or more generations read, each one lower
*>                  than the one before
*>     JUMP-REVERT  one generation moved by more than the swing
*>                  percentage (the chained swing, 10 when spaces)
*>                  and a later generation came back within the
*>                  swing percentage of where it had been
*>     NET-SWING    the net change across the window is more than
*>                  the swing percentage either way
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select catalog-file
        assign to catalog-file-name
        file status is catalog-file-status
        organization is line sequential.

    select optional aged-log-file
        assign to aged-log-file-name
        file status is aged-log-file-status
        organization is line sequential.

    select optional generation-file
        assign to generation-file-name
        file status is generation-file-status
        organization is line sequential.

    select report-file
        assign to report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  catalog-file.
01  catalog-record  pic x(300).

fd  aged-log-file.
01  aged-log-record  pic x(300).

fd  generation-file.
copy "copy/filtered-city-record.cpy".

fd  report-file.
01  report-line  pic x(132).

working-storage section.
01  catalog-file-name    pic x(64) value spaces.
01  catalog-file-status  pic x(2).
    88 catalog-success  value "00".
    88 catalog-eof      value "10".

01  aged-log-file-name    pic x(64) value spaces.
01  aged-log-file-status  pic x(2).
    88 aged-log-success  value "00" "05".
    88 aged-log-eof      value "10".

01  generation-file-name    pic x(64) value spaces.
01  generation-file-status  pic x(2).
    88 generation-success  value "00" "05".
    88 generation-absent   value "05".
    88 generation-eof      value "10".

01  report-file-name    pic x(64) value spaces.
01  report-file-status  pic x(2).
    88 report-success  value "00".

01  dataset-name          pic x(20) value spaces.
01  generation-count-param pic x(5) value spaces.
01  generation-count      pic 9(2) value zero.
01  swing-param           pic x(8) value spaces.
01  swing-percent         pic 9(3)v9 value zero.

01  catalog-columns.
    03  cat-dataset    pic x(20).
    03  cat-date       pic x(10).
    03  cat-time       pic x(8).
    03  cat-file-name  pic x(64).
    03  cat-source     pic x(64).
    03  cat-row-count  pic x(10).

*>  every generation of the dataset the catalog and the aged-off
*>  log know of, sorted into date order; the window is the last
*>  generation-count of them.
01  candidate-max  pic 9(4) value zero.
01  candidate-sub  pic 9(4) value zero.
01  candidate-table.
    03  candidate-entry occurs 1 to 1000 times
                        depending on candidate-max.
        05  cde-date       pic x(10).
        05  cde-time       pic x(8).
        05  cde-file-name  pic x(64).
        05  cde-aged       pic x.
            88 cde-aged-off  value 'Y'.

*>  the window, oldest first.
01  window-max  pic 9(2) value zero.
01  window-sub  pic 9(2) value zero.
01  window-table.
    03  window-entry occurs 10 times.
        05  wde-date       pic x(10).
        05  wde-file-name  pic x(64).
        05  wde-state      pic x(10).
            88 wde-read       value 'READ'.
            88 wde-aged-off   value 'AGED OFF'.
            88 wde-file-gone  value 'FILE GONE'.
        05  wde-row-count  pic 9(7).

01  read-generation-count  pic 9(2) value zero.

*>  one entry per countrycode/admin1code group seen in any
*>  generation, kept in key order as groups are added so a row
*>  finds its group with a binary search; groups past the cap are
*>  counted so a short table announces itself.
01  group-max             pic 9(4) value zero.
01  group-sub             pic 9(4) value zero.
01  group-overflow-count  pic 9(7) value zero.
01  group-table.
    03  group-entry occurs 1 to 5000 times
                    depending on group-max
                    ascending key is tg-countrycode tg-admin1code
                    indexed by group-idx.
        05  tg-countrycode  pic x(2).
        05  tg-admin1code   pic x(20).
        05  tg-generation occurs 10 times.
            07  tg-place-count  pic 9(7).
            07  tg-population   pic 9(12).

01  search-countrycode  pic x(2) value spaces.
01  search-admin1code   pic x(20) value spaces.

01  shift-switch  pic x value 'N'.
    88 shift-done      value 'Y'.
    88 shift-not-done  value 'N'.

01  group-found-switch  pic x value 'N'.
    88 group-found      value 'Y'.
    88 group-not-found  value 'N'.

*>  trend work for the group being printed, over the generations
*>  read only.
01  first-window-sub   pic 9(2) value zero.
01  last-window-sub    pic 9(2) value zero.
01  prior-window-sub   pic 9(2) value zero.
01  jump-window-sub    pic 9(2) value zero.
01  steps-read         pic 9(2) value zero.
01  steps-down         pic 9(2) value zero.
01  net-places         pic s9(8) value zero.
01  net-population     pic s9(13) value zero.
01  percent-places     pic s9(5)v9 value zero.
01  percent-population pic s9(5)v9 value zero.
01  step-percent       pic s9(7)v9 value zero.
01  jump-base          pic 9(12) value zero.
01  trend-flags        pic x(40) value spaces.
01  flags-pointer      pic 9(3) value 1.

01  decline-switch  pic x value 'N'.
    88 decline-found      value 'Y'.
    88 decline-not-found  value 'N'.
01  revert-switch  pic x value 'N'.
    88 revert-found      value 'Y'.
    88 revert-not-found  value 'N'.

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
    03  rdx-day    pic x(2).
01  run-date-edit  pic x(10) value spaces.

01  page-number      pic 9(4) value zero.
01  page-line-count  pic 9(2) value zero.
01  page-size        pic 9(2) value 55.
01  page-number-edit pic zzz9.

01  report-pointer  pic 9(3) value 1.

01  places-edit      pic zzz,zzz,zz9.
01  population-edit  pic zzz,zzz,zz9.
01  net-places-edit      pic +zzz,zzz,zz9.
01  net-population-edit  pic +z,zzz,zzz,zz9.
01  percent-edit     pic +zzz9.9.

01  input-count      pic 9(7) value zero.
01  flagged-count    pic 9(7) value zero.
01  decline-count    pic 9(7) value zero.
01  revert-count     pic 9(7) value zero.
01  swing-count      pic 9(7) value zero.
01  missing-count    pic 9(2) value zero.

01  display-count  pic z,zzz,zz9.

copy "copy/filtered-city-columns.cpy".

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining catalog-file-name dataset-name
    generation-count-param report-file-name aged-log-file-name
    swing-param.
declaratives.
    catalog-io-error section.
        use after error procedure on catalog-file.
    catalog-error-routine.
        if not catalog-success and not catalog-eof
            display
                'File error with catalog-file status '
                with no advancing
            end-display
            display catalog-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    aged-log-io-error section.
        use after error procedure on aged-log-file.
    aged-log-error-routine.
        if not aged-log-success and not aged-log-eof
            display
                'File error with aged-log-file status '
                with no advancing
            end-display
            display aged-log-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    generation-io-error section.
        use after error procedure on generation-file.
    generation-error-routine.
        if not generation-success and not generation-eof
            display
                'File error with generation-file status '
                with no advancing
            end-display
            display generation-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    report-io-error section.
        use after error procedure on report-file.
    report-error-routine.
        if not report-success
            display
                'File error with report-file status '
                with no advancing
            end-display
            display report-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-citytrend0.
    display newline 'starting citytrend0' newline end-display

    if catalog-file-name = spaces
        display 'a generation catalog is required' end-display
        move 1 to return-code
        stop run
    end-if

    if dataset-name = spaces
        move 'filtered-cities' to dataset-name
    end-if

    if generation-count-param = spaces
        move 7 to generation-count
    else
        move numval(generation-count-param) to generation-count
    end-if

    if generation-count < 2
        display 'a trend needs at least 2 generations' end-display
        move 1 to return-code
        stop run
    end-if

    if generation-count > 10
        display 'the window is limited to 10 generations'
            end-display
        move 10 to generation-count
    end-if

    if swing-param = spaces
        move 10 to swing-percent
    else
        move numval(swing-param) to swing-percent
    end-if

    accept run-date-x from date yyyymmdd end-accept
    move spaces to run-date-edit
    string
        rdx-year   delimited by size
        '-'        delimited by size
        rdx-month  delimited by size
        '-'        delimited by size
        rdx-day    delimited by size
        into run-date-edit
    end-string

    display 'catalog ' catalog-file-name newline end-display
    if aged-log-file-name not = spaces
        display 'aged    ' aged-log-file-name newline end-display
    end-if
    display 'report  ' report-file-name newline end-display
    display
        'the last ' generation-count ' generations of '
        trim(dataset-name) newline
    end-display

    perform resolve-generation-window

    perform read-one-generation
        varying window-sub from 1 by 1
        until window-sub > window-max

    if read-generation-count < 2
        display
            'fewer than 2 generations in the window could be read'
        end-display
        move 1 to return-code
        stop run
    end-if

    open output report-file
    perform print-trend-report
    close report-file

    move window-max to display-count
    display display-count ' generations in the window' end-display

    move read-generation-count to display-count
    display display-count ' generations read' end-display

    if missing-count > zero
        move missing-count to display-count
        display display-count ' generations missing' end-display
    end-if

    move input-count to display-count
    display display-count ' rows read' end-display

    move group-max to display-count
    display display-count ' country/admin1 groups' end-display

    if group-overflow-count > zero
        move group-overflow-count to display-count
        display
            display-count ' rows past the 5,000-group cap were '
            'not counted'
        end-display
    end-if

    move flagged-count to display-count
    display display-count ' groups flagged' end-display

    move decline-count to display-count
    display display-count '   DECLINE' end-display

    move revert-count to display-count
    display display-count '   JUMP-REVERT' end-display

    move swing-count to display-count
    display display-count '   NET-SWING' end-display

    display newline 'ending citytrend0' newline end-display

    stop run
    .
*> ================================================================
*>  resolve-generation-window
*>
*>  gather every generation of the dataset from the catalog and
*>  the aged-off log, sort them into date order, and take the
*>  newest generation-count as the window, oldest first.
*> ================================================================
resolve-generation-window.
    open input catalog-file
    read catalog-file end-read
    perform take-one-catalog-entry
        until catalog-eof
    close catalog-file

    if aged-log-file-name not = spaces
        open input aged-log-file
        read aged-log-file end-read
        perform take-one-aged-entry
            until aged-log-eof
        close aged-log-file
    end-if

    if candidate-max = zero
        display
            'the catalog holds no generation of '
            trim(dataset-name)
        end-display
        move 1 to return-code
        stop run
    end-if

    sort candidate-entry ascending key cde-date cde-time

    if candidate-max > generation-count
        compute candidate-sub = candidate-max - generation-count + 1
        end-compute
    else
        move 1 to candidate-sub
    end-if

    if candidate-max < generation-count
        display
            'only ' candidate-max ' generations of '
            trim(dataset-name) ' are known; the window is short'
        end-display
    end-if

    move zero to window-max
    perform take-one-window-entry
        until candidate-sub > candidate-max
    .
take-one-catalog-entry.
    perform unstring-catalog-columns

    if cat-dataset = dataset-name
        perform add-candidate-entry
    end-if

    read catalog-file end-read
    .
take-one-aged-entry.
    move aged-log-record to catalog-record
    perform unstring-catalog-columns

    if cat-dataset = dataset-name
        perform add-candidate-entry
        if candidate-max > zero
            move 'Y' to cde-aged(candidate-max)
        end-if
    end-if

    read aged-log-file end-read
    .
unstring-catalog-columns.
    initialize catalog-columns
    unstring catalog-record delimited by tab into
        cat-dataset
        cat-date
        cat-time
        cat-file-name
        cat-source
        cat-row-count
    end-unstring
    .
add-candidate-entry.
    if candidate-max >= 1000
        display
            'more than 1,000 generations of ' trim(dataset-name)
            ' are known; age the catalog off first'
        end-display
        move 1 to return-code
        stop run
    end-if

    add 1 to candidate-max end-add
    move cat-date      to cde-date(candidate-max)
    move cat-time      to cde-time(candidate-max)
    move cat-file-name to cde-file-name(candidate-max)
    move 'N'           to cde-aged(candidate-max)
    .
take-one-window-entry.
    add 1 to window-max end-add
    move cde-date(candidate-sub) to wde-date(window-max)
    move cde-file-name(candidate-sub) to wde-file-name(window-max)
    move zero to wde-row-count(window-max)

    if cde-aged-off(candidate-sub)
        set wde-aged-off(window-max) to true
        add 1 to missing-count end-add
        display
            trim(wde-date(window-max)) ' '
            trim(wde-file-name(window-max)) ': aged off'
        end-display
    else
        move spaces to wde-state(window-max)
    end-if

    add 1 to candidate-sub end-add
    .
*> ================================================================
*>  read-one-generation
*>
*>  read one window generation through the one generation-file
*>  select, its name switched in per generation, adding every row
*>  into its group's column for this generation. a cataloged file
*>  no longer on disk opens as absent and is marked FILE GONE.
*> ================================================================
read-one-generation.
    if not wde-aged-off(window-sub)
        move wde-file-name(window-sub) to generation-file-name

        open input generation-file

        if generation-absent
            set wde-file-gone(window-sub) to true
            add 1 to missing-count end-add
            display
                trim(wde-date(window-sub)) ' '
                trim(generation-file-name) ': file gone'
            end-display
        else
            set wde-read(window-sub) to true
            add 1 to read-generation-count end-add

            read generation-file end-read
            perform count-one-row
                until generation-eof
        end-if

        close generation-file
    end-if
    .
count-one-row.
    add 1 to input-count end-add
    add 1 to wde-row-count(window-sub) end-add

    perform unstring-filtered-record

    move countrycode to search-countrycode
    move admin1code to search-admin1code
    perform find-group-entry

    if group-found
        add 1 to tg-place-count(group-sub, window-sub) end-add
        add population to tg-population(group-sub, window-sub)
        end-add
    else
        add 1 to group-overflow-count end-add
    end-if

    read generation-file end-read
    .
*> ================================================================
*>  find-group-entry
*>
*>  binary search for the search countrycode / admin1code group,
*>  inserting it at its place in key order when it is new;
*>  group-sub is left on the entry, and group-not-found is set
*>  only when the table is full.
*> ================================================================
find-group-entry.
    set group-not-found to true

    if group-max > zero
        search all group-entry
            at end
                set group-not-found to true
            when tg-countrycode(group-idx) = search-countrycode
            and tg-admin1code(group-idx) = search-admin1code
                set group-found to true
                set group-sub to group-idx
        end-search
    end-if

    if group-not-found
    and group-max < 5000
        add 1 to group-max end-add
        move group-max to group-sub
        set shift-not-done to true
        perform shift-one-group
            until shift-done
        initialize group-entry(group-sub)
        move search-countrycode to tg-countrycode(group-sub)
        move search-admin1code to tg-admin1code(group-sub)
        set group-found to true
    end-if
    .
shift-one-group.
    evaluate true
        when group-sub = 1
            set shift-done to true
        when tg-countrycode(group-sub - 1) < search-countrycode
            set shift-done to true
        when tg-countrycode(group-sub - 1) = search-countrycode
        and tg-admin1code(group-sub - 1) < search-admin1code
            set shift-done to true
        when other
            move group-entry(group-sub - 1) to group-entry(group-sub)
            subtract 1 from group-sub end-subtract
    end-evaluate
    .
*> ================================================================
*>  print-trend-report
*>
*>  three lines per group in countrycode / admin1code order: the
*>  place counts across the window, the populations, then the
*>  net and percent changes and any flags.
*> ================================================================
print-trend-report.
    perform start-new-page

    perform print-one-group
        varying group-sub from 1 by 1
        until group-sub > group-max
    .
print-one-group.
    if page-line-count + 3 > page-size
        perform start-new-page
    end-if

    move spaces to report-line
    move 1 to report-pointer
    string
        tg-countrycode(group-sub)  delimited by size
        ' '                        delimited by size
        tg-admin1code(group-sub)(1:9) delimited by size
        into report-line
        with pointer report-pointer
    end-string
    move 13 to report-pointer
    perform print-places-column
        varying window-sub from 1 by 1
        until window-sub > window-max
    perform write-report-line

    move spaces to report-line
    move '  population' to report-line
    move 13 to report-pointer
    perform print-population-column
        varying window-sub from 1 by 1
        until window-sub > window-max
    perform write-report-line

    perform weigh-group-trend

    move net-places to net-places-edit
    move percent-places to percent-edit
    move spaces to report-line
    move 1 to report-pointer
    string
        '  change    places '   delimited by size
        net-places-edit          delimited by size
        ' '                      delimited by size
        percent-edit             delimited by size
        '%   population '        delimited by size
        into report-line
        with pointer report-pointer
    end-string
    move net-population to net-population-edit
    move percent-population to percent-edit
    string
        net-population-edit      delimited by size
        ' '                      delimited by size
        percent-edit             delimited by size
        '%   '                   delimited by size
        trend-flags              delimited by size
        into report-line
        with pointer report-pointer
    end-string
    perform write-report-line
    .
print-places-column.
    if wde-read(window-sub)
        move tg-place-count(group-sub, window-sub) to places-edit
        string
            ' '          delimited by size
            places-edit  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    else
        string
            '           -'  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    end-if
    .
print-population-column.
    if wde-read(window-sub)
        move tg-population(group-sub, window-sub) to population-edit
        string
            ' '              delimited by size
            population-edit  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    else
        string
            '           -'  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    end-if
    .
*> ================================================================
*>  weigh-group-trend
*>
*>  net and percent change from the first generation read to the
*>  last, then the flags, all over the generations read.
*> ================================================================
weigh-group-trend.
    move zero to first-window-sub
    move zero to last-window-sub
    move zero to prior-window-sub
    move zero to jump-window-sub
    move zero to jump-base
    move zero to steps-read
    move zero to steps-down
    set revert-not-found to true

    perform weigh-one-generation
        varying window-sub from 1 by 1
        until window-sub > window-max

    compute net-places =
        tg-place-count(group-sub, last-window-sub)
        - tg-place-count(group-sub, first-window-sub)
    end-compute
    compute net-population =
        tg-population(group-sub, last-window-sub)
        - tg-population(group-sub, first-window-sub)
    end-compute

    if tg-place-count(group-sub, first-window-sub) = zero
        move zero to percent-places
    else
        compute percent-places rounded =
            net-places * 100
            / tg-place-count(group-sub, first-window-sub)
            on size error move 9999.9 to percent-places
        end-compute
    end-if

    if tg-population(group-sub, first-window-sub) = zero
        move zero to percent-population
    else
        compute percent-population rounded =
            net-population * 100
            / tg-population(group-sub, first-window-sub)
            on size error move 9999.9 to percent-population
        end-compute
    end-if

    move spaces to trend-flags
    move 1 to flags-pointer

    if steps-read >= 2
    and steps-down = steps-read
        add 1 to decline-count end-add
        string
            'DECLINE '  delimited by size
            into trend-flags
            with pointer flags-pointer
        end-string
    end-if

    if revert-found
        add 1 to revert-count end-add
        string
            'JUMP-REVERT '  delimited by size
            into trend-flags
            with pointer flags-pointer
        end-string
    end-if

    if percent-population > swing-percent
    or percent-population < zero - swing-percent
        add 1 to swing-count end-add
        string
            'NET-SWING '  delimited by size
            into trend-flags
            with pointer flags-pointer
        end-string
    end-if

    if trend-flags not = spaces
        add 1 to flagged-count end-add
    end-if
    .
*> ================================================================
*>  weigh-one-generation
*>
*>  for each generation read after the first, note whether the
*>  population fell, remember the base of a move bigger than the
*>  swing percentage, and watch for a later generation coming
*>  back within the swing percentage of that base.
*> ================================================================
weigh-one-generation.
    if wde-read(window-sub)
        if first-window-sub = zero
            move window-sub to first-window-sub
        else
            add 1 to steps-read end-add
            if tg-population(group-sub, window-sub)
                < tg-population(group-sub, prior-window-sub)
                add 1 to steps-down end-add
            end-if

            if jump-window-sub not = zero
                perform check-jump-reverted
            end-if

            if tg-population(group-sub, prior-window-sub) > zero
                compute step-percent rounded =
                    (tg-population(group-sub, window-sub)
                     - tg-population(group-sub, prior-window-sub))
                    * 100 / tg-population(group-sub, prior-window-sub)
                    on size error move 9999.9 to step-percent
                end-compute
                if step-percent > swing-percent
                or step-percent < zero - swing-percent
                    move window-sub to jump-window-sub
                    move tg-population(group-sub, prior-window-sub)
                        to jump-base
                end-if
            end-if
        end-if

        move window-sub to prior-window-sub
        move window-sub to last-window-sub
    end-if
    .
check-jump-reverted.
    if jump-base > zero
        compute step-percent rounded =
            (tg-population(group-sub, window-sub) - jump-base)
            * 100 / jump-base
            on size error move 9999.9 to step-percent
        end-compute
        if step-percent <= swing-percent
        and step-percent >= zero - swing-percent
            set revert-found to true
        end-if
    end-if
    .
*> ================================================================
*>  write-report-line / start-new-page
*>
*>  every report line goes through here so the page fills up and
*>  breaks in one place, the way cityreport0 paginates: a new page
*>  heading carries the dataset, run date and page number, then
*>  the generation dates across the page, with AGED OFF or FILE
*>  GONE under a generation that could not be read.
*> ================================================================
write-report-line.
    if page-line-count >= page-size
        perform start-new-page
    end-if

    write report-line
    add 1 to page-line-count end-add
    .
start-new-page.
    add 1 to page-number end-add
    move page-number to page-number-edit

    move spaces to report-line
    string
        'population trend  '   delimited by size
        trim(dataset-name)     delimited by size
        '  '                   delimited by size
        run-date-edit          delimited by size
        '  page '              delimited by size
        page-number-edit       delimited by size
        into report-line
    end-string

    if page-number = 1
        write report-line
    else
        write report-line after advancing page
    end-if

    move spaces to report-line
    move 'cc admin1' to report-line
    move 13 to report-pointer
    perform print-generation-date
        varying window-sub from 1 by 1
        until window-sub > window-max
    write report-line

    move spaces to report-line
    move 13 to report-pointer
    perform print-generation-state
        varying window-sub from 1 by 1
        until window-sub > window-max
    write report-line

    move spaces to report-line
    write report-line

    move 4 to page-line-count
    .
print-generation-date.
    string
        '  '                  delimited by size
        wde-date(window-sub)  delimited by size
        into report-line
        with pointer report-pointer
    end-string
    .
print-generation-state.
    if wde-read(window-sub)
        string
            '            '  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    else
        string
            '  '                   delimited by size
            wde-state(window-sub)  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    end-if
    .
*> ================================================================
*>  unstring-filtered-record
*>
*>  split the current tab-delimited generation row back into
*>  filtered-city-columns.
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
    .
end program citytrend0.
