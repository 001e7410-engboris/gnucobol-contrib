        >> SOURCE FORMAT IS FREE
identification division.
program-id. cityscore0.
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
*> cityscore0 is the weekly data-quality scorecard: it gathers the
*> problem lists the rest of the suite already writes into one
*> line per countrycode, so "which countries is the feed getting
*> worse for?" is one report instead of seven files. the problem
*> types, and where each is counted from, are:
*>
*>     rejects      worldcities0's rejects file (countrycode in
*>                  column 6)
*>     tz except    tzaudit0's exceptions file (same layout)
*>     duplicates   citydups0's collision file (column 1, after
*>                  its heading line)
*>     postal unmt  citypostal0's unmatched postal codes (column 1)
*>     no postal    citypostal0's uncovered places (column 2)
*>     no xlate     altnames0's missing-translation list (column 2)
*>     pop swing    citydiff0's differences file, CHANGED lines
*>                  warned POPULATION-SWING -- those lines carry
*>                  no countrycode, so the geonameid is read from
*>                  the city master for it
*>
*> any problem file name may be spaces (or name a file that is not
*> there this week), and that problem type then counts nothing.
*> the places per country -- the denominator every rate is taken
*> over -- are counted from the filtered-cities extract.
*>
*> for each country the report shows every problem type's count
*> and its rate per 1,000 places, then an overall score: 100 less
*> the total problems per 100 places, floored at zero, so a
*> country with no problems scores 100.0.
*>
*> every run appends its scores to the trend file (run date,
*> countrycode, score, places, total problems) before it finishes,
*> and every run first reads that file back so each country's
*> score can be set beside last week's -- the latest run at least
*> 7 days old -- and last month's -- the latest at least 28 days
*> old -- with the change since each.
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

    select scorecard-file
        assign to scorecard-file-name
        file status is scorecard-file-status
        organization is line sequential.

    select optional trend-file
        assign to trend-file-name
        file status is trend-file-status
        organization is line sequential.

    select master-file
        assign to master-file-name
        file status is master-file-status
        organization is indexed
        access is random
        record key is master-geonameid.

    select optional problem-file
        assign to problem-file-name
        file status is problem-file-status
        organization is line sequential.

data division.
file section.
fd  filtered-city-file.
copy "copy/filtered-city-record.cpy".

fd  scorecard-file.
01  report-line  pic x(132).

fd  trend-file.
01  trend-record  pic x(100).

fd  master-file.
copy "copy/city-master-record.cpy".

fd  problem-file.
01  problem-record  pic x(6000).

working-storage section.
01  filtered-city-file-name    pic x(64) value spaces.
01  filtered-city-file-status  pic x(2).
    88 filtered-success  value "00".
    88 filtered-eof      value "10".

01  scorecard-file-name    pic x(64) value spaces.
01  scorecard-file-status  pic x(2).
    88 scorecard-success  value "00".

01  trend-file-name    pic x(64) value spaces.
01  trend-file-status  pic x(2).
    88 trend-success  value "00" "05".
    88 trend-eof      value "10".

01  master-file-name    pic x(64) value spaces.
01  master-file-status  pic x(2).
    88 master-success    value "00".
    88 master-not-found  value "23".

01  problem-file-name    pic x(64) value spaces.
01  problem-file-status  pic x(2).
    88 problem-success  value "00" "05".
    88 problem-absent   value "05".
    88 problem-eof      value "10".

*>  the problem files as they chain in, one per problem type.
01  rejects-file-name           pic x(64) value spaces.
01  tz-exceptions-file-name     pic x(64) value spaces.
01  collisions-file-name        pic x(64) value spaces.
01  unmatched-postal-file-name  pic x(64) value spaces.
01  uncovered-places-file-name  pic x(64) value spaces.
01  missing-xlate-file-name     pic x(64) value spaces.
01  differences-file-name       pic x(64) value spaces.

*>  the problem type being counted, 1 - 7 in the order above.
01  problem-sub       pic 9 value zero.
01  problem-caption   pic x(12) value spaces.
01  problem-line-count  pic 9(7) value zero.

*>  the leading columns of a problem line; no problem file keeps
*>  its countrycode further right than column 6.
01  problem-columns.
    03  pc-column  pic x(200) occurs 6 times.

01  problem-countrycode  pic x(2) value spaces.

01  trend-columns.
    03  tr-date         pic x(10).
    03  tr-countrycode  pic x(2).
    03  tr-score        pic x(8).
    03  tr-places       pic x(10).
    03  tr-problems     pic x(10).

01  trend-date-digits  pic x(8) value spaces.
01  trend-day          pic 9(7) value zero.
01  trend-score        pic 9(3)v9 value zero.

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
    03  rdx-day    pic x(2).

01  run-date-edit  pic x(10) value spaces.
01  today-day      pic 9(7) value zero.
01  week-ago-day   pic 9(7) value zero.
01  month-ago-day  pic 9(7) value zero.

*>  one entry per countrycode seen in the extract or in any
*>  problem file; 300 is comfortably past the 250-odd countries
*>  geonames knows, and a countrycode past the cap is counted so
*>  a short table announces itself.
01  country-max             pic 9(3) value zero.
01  country-overflow-count  pic 9(5) value zero.
01  country-table.
    03  country-entry occurs 1 to 300 times
                      depending on country-max
                      indexed by country-idx.
        05  cs-countrycode    pic x(2).
        05  cs-place-count    pic 9(7).
        05  cs-problem-count  pic 9(7) occurs 7 times.
        05  cs-problem-total  pic 9(8).
        05  cs-score          pic 9(3)v9.
        05  cs-week-day       pic 9(7).
        05  cs-week-score     pic 9(3)v9.
        05  cs-month-day      pic 9(7).
        05  cs-month-score    pic 9(3)v9.

01  score-work  pic s9(5)v9 value zero.
01  rate-work   pic 9(5)v9 value zero.
01  change-work pic s9(3)v9 value zero.

01  grand-place-count    pic 9(8) value zero.
01  grand-problem-count  pic 9(8) occurs 7 times.
01  grand-problem-total  pic 9(9) value zero.

01  input-count     pic 9(7) value zero.
01  unplaced-count  pic 9(7) value zero.
01  trend-read-count    pic 9(7) value zero.
01  trend-written-count pic 9(7) value zero.

01  page-number      pic 9(4) value zero.
01  page-line-count  pic 9(2) value zero.
01  page-size        pic 9(2) value 55.
01  page-number-edit pic zzz9.

01  report-pointer  pic 9(3) value 1.

01  places-edit   pic zz,zzz,zz9.
01  count-edit    pic zzzz9.
01  rate-edit     pic zz9.9.
01  score-edit    pic zz9.9.
01  change-edit   pic +z9.9.

01  display-count  pic z,zzz,zz9.

copy "copy/filtered-city-columns.cpy".

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining filtered-city-file-name
    scorecard-file-name trend-file-name master-file-name
    rejects-file-name tz-exceptions-file-name collisions-file-name
    unmatched-postal-file-name uncovered-places-file-name
    missing-xlate-file-name differences-file-name.
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

    scorecard-io-error section.
        use after error procedure on scorecard-file.
    scorecard-error-routine.
        if not scorecard-success
            display
                'File error with scorecard-file status '
                with no advancing
            end-display
            display scorecard-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    trend-io-error section.
        use after error procedure on trend-file.
    trend-error-routine.
        if not trend-success and not trend-eof
            display
                'File error with trend-file status '
                with no advancing
            end-display
            display trend-file-status end-display
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

    problem-io-error section.
        use after error procedure on problem-file.
    problem-error-routine.
        if not problem-success and not problem-eof
            display
                'File error with problem-file status '
                with no advancing
            end-display
            display problem-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-cityscore0.
    display newline 'starting cityscore0' newline end-display

    if differences-file-name not = spaces
    and master-file-name = spaces
        display
            'the city master is needed to place POPULATION-SWING '
            'lines by country'
        end-display
        move 1 to return-code
        stop run
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
    compute today-day = integer-of-date(numval(run-date-x))
    end-compute
    compute week-ago-day = today-day - 7 end-compute
    compute month-ago-day = today-day - 28 end-compute

    display 'reading   ' filtered-city-file-name newline end-display
    display 'scorecard ' scorecard-file-name newline end-display
    display 'trend     ' trend-file-name newline end-display

    perform count-places-per-country

    perform count-one-problem-type
        varying problem-sub from 1 by 1
        until problem-sub > 7

    if country-max > zero
        sort country-entry ascending key cs-countrycode
    end-if

    perform score-one-country
        varying country-idx from 1 by 1
        until country-idx > country-max

    if trend-file-name not = spaces
        perform read-trend-history
    end-if

    open output scorecard-file
    perform print-scorecard
    close scorecard-file

    if trend-file-name not = spaces
        perform append-trend-records
    end-if

    move input-count to display-count
    display display-count ' extract rows read' end-display

    move country-max to display-count
    display display-count ' countries scored' end-display

    if country-overflow-count > zero
        move country-overflow-count to display-count
        display
            display-count ' problem lines past the 300-country cap '
            'were not scored'
        end-display
    end-if

    if unplaced-count > zero
        move unplaced-count to display-count
        display
            display-count ' POPULATION-SWING geonameids not on the '
            'master were not scored'
        end-display
    end-if

    if trend-file-name not = spaces
        move trend-read-count to display-count
        display display-count ' trend lines read' end-display
        move trend-written-count to display-count
        display display-count ' trend lines appended' end-display
    end-if

    display newline 'ending cityscore0' newline end-display

    stop run
    .
*> ================================================================
*>  count-places-per-country
*>
*>  read the extract once, counting its places per countrycode --
*>  the denominator for every rate on the scorecard.
*> ================================================================
count-places-per-country.
    open input filtered-city-file

    read filtered-city-file end-read

    perform count-one-place
        until filtered-eof

    close filtered-city-file
    .
count-one-place.
    add 1 to input-count end-add

    perform unstring-filtered-record

    move countrycode to problem-countrycode
    perform find-country-entry

    if country-idx <= country-max
        add 1 to cs-place-count(country-idx) end-add
    end-if

    read filtered-city-file end-read
    .
*> ================================================================
*>  find-country-entry
*>
*>  position country-idx on problem-countrycode's entry, adding
*>  one when the country has not been seen yet; past the table
*>  cap, country-idx is left beyond country-max and the caller
*>  counts nothing. a blank countrycode is scored as '??'.
*> ================================================================
find-country-entry.
    if problem-countrycode = spaces
        move '??' to problem-countrycode
    end-if

    set country-idx to 1
    perform step-country-entry
        until country-idx > country-max
        or cs-countrycode(country-idx) = problem-countrycode

    if country-idx > country-max
        if country-max < 300
            add 1 to country-max end-add
            set country-idx to country-max
            initialize country-entry(country-idx)
            move problem-countrycode to cs-countrycode(country-idx)
        else
            add 1 to country-overflow-count end-add
        end-if
    end-if
    .
step-country-entry.
    set country-idx up by 1
    .
*> ================================================================
*>  count-one-problem-type
*>
*>  read one problem file through the one problem-file select,
*>  its name switched in per problem type, and count each of its
*>  lines against the line's countrycode.
*> ================================================================
count-one-problem-type.
    evaluate problem-sub
        when 1
            move rejects-file-name to problem-file-name
            move 'rejects' to problem-caption
        when 2
            move tz-exceptions-file-name to problem-file-name
            move 'tz except' to problem-caption
        when 3
            move collisions-file-name to problem-file-name
            move 'duplicates' to problem-caption
        when 4
            move unmatched-postal-file-name to problem-file-name
            move 'postal unmt' to problem-caption
        when 5
            move uncovered-places-file-name to problem-file-name
            move 'no postal' to problem-caption
        when 6
            move missing-xlate-file-name to problem-file-name
            move 'no xlate' to problem-caption
        when 7
            move differences-file-name to problem-file-name
            move 'pop swing' to problem-caption
    end-evaluate

    move zero to problem-line-count

    if problem-file-name not = spaces
        if problem-sub = 7
            open input master-file
        end-if

        open input problem-file
        if problem-absent
            display
                trim(problem-caption) ': ' trim(problem-file-name)
                ' is not there; nothing counted'
            end-display
        end-if

        read problem-file end-read

        perform count-one-problem-line
            until problem-eof

        close problem-file

        if problem-sub = 7
            close master-file
        end-if

        move problem-line-count to display-count
        display
            display-count ' ' trim(problem-caption) ' counted from '
            trim(problem-file-name)
        end-display
    end-if
    .
count-one-problem-line.
    initialize problem-columns
    unstring problem-record delimited by tab into
        pc-column(1)
        pc-column(2)
        pc-column(3)
        pc-column(4)
        pc-column(5)
        pc-column(6)
    end-unstring

    move spaces to problem-countrycode

    evaluate problem-sub
        when 1
        when 2
            move pc-column(6) to problem-countrycode
            perform count-problem-against-country
        when 3
            if pc-column(1) not = 'countrycode'
                move pc-column(1) to problem-countrycode
                perform count-problem-against-country
            end-if
        when 4
            move pc-column(1) to problem-countrycode
            perform count-problem-against-country
        when 5
        when 6
            move pc-column(2) to problem-countrycode
            perform count-problem-against-country
        when 7
            if pc-column(1) = 'CHANGED'
            and pc-column(6) = 'POPULATION-SWING'
                perform place-swing-geonameid
            end-if
    end-evaluate

    read problem-file end-read
    .
*> ================================================================
*>  place-swing-geonameid
*>
*>  a CHANGED difference line carries no countrycode, so the
*>  geonameid is read from the master for it; a geonameid no
*>  longer on the master cannot be placed and is counted apart.
*> ================================================================
place-swing-geonameid.
    move numval(pc-column(2)) to master-geonameid

    read master-file
        invalid key
            add 1 to unplaced-count end-add
        not invalid key
            move master-countrycode to problem-countrycode
            perform count-problem-against-country
    end-read
    .
count-problem-against-country.
    perform find-country-entry

    if country-idx <= country-max
        add 1 to problem-line-count end-add
        add 1 to cs-problem-count(country-idx, problem-sub) end-add
        add 1 to cs-problem-total(country-idx) end-add
    end-if
    .
*> ================================================================
*>  score-one-country
*>
*>  100 less the problems per 100 places, floored at zero; a
*>  country with problems but no places in the extract scores
*>  zero, one with neither scores 100.
*> ================================================================
score-one-country.
    evaluate true
        when cs-problem-total(country-idx) = zero
            move 100 to cs-score(country-idx)
        when cs-place-count(country-idx) = zero
            move zero to cs-score(country-idx)
        when other
            compute score-work rounded =
                100 - (cs-problem-total(country-idx) * 100
                       / cs-place-count(country-idx))
                on size error move zero to score-work
            end-compute
            if score-work < zero
                move zero to score-work
            end-if
            move score-work to cs-score(country-idx)
    end-evaluate

    move zero to cs-week-day(country-idx)
    move zero to cs-month-day(country-idx)
    .
*> ================================================================
*>  read-trend-history
*>
*>  read every earlier run's scores back and keep, per country
*>  on this run's scorecard, the latest score at least 7 days old
*>  and the latest at least 28 days old. the trend file is
*>  appended in run order, so a later line for the same day simply
*>  replaces an earlier one (a rerun).
*> ================================================================
read-trend-history.
    open input trend-file

    read trend-file end-read

    perform take-one-trend-line
        until trend-eof

    close trend-file
    .
take-one-trend-line.
    add 1 to trend-read-count end-add

    initialize trend-columns
    unstring trend-record delimited by tab into
        tr-date
        tr-countrycode
        tr-score
        tr-places
        tr-problems
    end-unstring

    move spaces to trend-date-digits
    string
        tr-date(1:4)  delimited by size
        tr-date(6:2)  delimited by size
        tr-date(9:2)  delimited by size
        into trend-date-digits
    end-string

    if trend-date-digits is numeric
    and test-numval(tr-score) = zero
        compute trend-day = integer-of-date(numval(trend-date-digits))
        end-compute
        move numval(tr-score) to trend-score

        set country-idx to 1
        perform step-country-entry
            until country-idx > country-max
            or cs-countrycode(country-idx) = tr-countrycode

        if country-idx <= country-max
            if trend-day <= week-ago-day
            and trend-day >= cs-week-day(country-idx)
                move trend-day to cs-week-day(country-idx)
                move trend-score to cs-week-score(country-idx)
            end-if
            if trend-day <= month-ago-day
            and trend-day >= cs-month-day(country-idx)
                move trend-day to cs-month-day(country-idx)
                move trend-score to cs-month-score(country-idx)
            end-if
        end-if
    end-if

    read trend-file end-read
    .
*> ================================================================
*>  print-scorecard
*>
*>  one line per country in countrycode order, then a total line
*>  over every country.
*> ================================================================
print-scorecard.
    perform start-new-page

    perform print-country-line
        varying country-idx from 1 by 1
        until country-idx > country-max

    perform print-total-line
    .
print-country-line.
    move spaces to report-line
    move 1 to report-pointer

    move cs-place-count(country-idx) to places-edit
    string
        cs-countrycode(country-idx)  delimited by size
        '  '                         delimited by size
        places-edit                  delimited by size
        into report-line
        with pointer report-pointer
    end-string

    perform print-country-problem
        varying problem-sub from 1 by 1
        until problem-sub > 7

    move cs-score(country-idx) to score-edit
    string
        '  '        delimited by size
        score-edit  delimited by size
        into report-line
        with pointer report-pointer
    end-string

    if cs-week-day(country-idx) = zero
        string
            '    n/a      '  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    else
        move cs-week-score(country-idx) to score-edit
        compute change-work =
            cs-score(country-idx) - cs-week-score(country-idx)
        end-compute
        move change-work to change-edit
        string
            '  '         delimited by size
            score-edit   delimited by size
            ' '          delimited by size
            change-edit  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    end-if

    if cs-month-day(country-idx) = zero
        string
            '    n/a      '  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    else
        move cs-month-score(country-idx) to score-edit
        compute change-work =
            cs-score(country-idx) - cs-month-score(country-idx)
        end-compute
        move change-work to change-edit
        string
            '  '         delimited by size
            score-edit   delimited by size
            ' '          delimited by size
            change-edit  delimited by size
            into report-line
            with pointer report-pointer
        end-string
    end-if

    perform write-report-line

    add cs-place-count(country-idx) to grand-place-count end-add
    add cs-problem-total(country-idx) to grand-problem-total end-add
    .
print-country-problem.
    move cs-problem-count(country-idx, problem-sub) to count-edit

    evaluate true
        when cs-problem-count(country-idx, problem-sub) = zero
            move zero to rate-work
        when cs-place-count(country-idx) = zero
            move 999.9 to rate-work
        when other
            compute rate-work rounded =
                cs-problem-count(country-idx, problem-sub) * 1000
                / cs-place-count(country-idx)
                on size error move 999.9 to rate-work
            end-compute
            if rate-work > 999.9
                move 999.9 to rate-work
            end-if
    end-evaluate
    move rate-work to rate-edit

    string
        ' '         delimited by size
        count-edit  delimited by size
        ' '         delimited by size
        rate-edit   delimited by size
        into report-line
        with pointer report-pointer
    end-string

    add cs-problem-count(country-idx, problem-sub)
        to grand-problem-count(problem-sub)
    end-add
    .
print-total-line.
    move spaces to report-line
    perform write-report-line

    move spaces to report-line
    move 1 to report-pointer

    move grand-place-count to places-edit
    string
        '**'         delimited by size
        '  '         delimited by size
        places-edit  delimited by size
        into report-line
        with pointer report-pointer
    end-string

    perform print-total-problem
        varying problem-sub from 1 by 1
        until problem-sub > 7

    if grand-place-count = zero
        move zero to score-work
    else
        compute score-work rounded =
            100 - (grand-problem-total * 100 / grand-place-count)
            on size error move zero to score-work
        end-compute
    end-if
    if score-work < zero
        move zero to score-work
    end-if
    move score-work to score-edit
    string
        '  '        delimited by size
        score-edit  delimited by size
        into report-line
        with pointer report-pointer
    end-string

    perform write-report-line
    .
print-total-problem.
    move grand-problem-count(problem-sub) to count-edit

    if grand-place-count = zero
        move zero to rate-work
    else
        compute rate-work rounded =
            grand-problem-count(problem-sub) * 1000
            / grand-place-count
            on size error move 999.9 to rate-work
        end-compute
        if rate-work > 999.9
            move 999.9 to rate-work
        end-if
    end-if
    move rate-work to rate-edit

    string
        ' '         delimited by size
        count-edit  delimited by size
        ' '         delimited by size
        rate-edit   delimited by size
        into report-line
        with pointer report-pointer
    end-string
    .
*> ================================================================
*>  write-report-line / start-new-page
*>
*>  every report line goes through here so the page fills up and
*>  breaks in one place, the way cityreport0 paginates: a full
*>  page cuts a new page heading with the run date, page number
*>  and the column captions.
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
        'data-quality scorecard by country  ' delimited by size
        run-date-edit                         delimited by size
        '                                   ' delimited by size
        '                                   ' delimited by size
        '  page '                             delimited by size
        page-number-edit                      delimited by size
        into report-line
    end-string

    if page-number = 1
        write report-line
    else
        write report-line after advancing page
    end-if

    move spaces to report-line
    string
        'cc      places'  delimited by size
        '     rejects'    delimited by size
        '   tz except'    delimited by size
        '  duplicates'    delimited by size
        ' postal unmt'    delimited by size
        '   no postal'    delimited by size
        '    no xlate'    delimited by size
        '   pop swing'    delimited by size
        '  score'         delimited by size
        '    last week'   delimited by size
        '   last month'   delimited by size
        into report-line
    end-string
    write report-line

    move spaces to report-line
    string
        '              '  delimited by size
        '   count /1000'  delimited by size
        ' count /1000'    delimited by size
        ' count /1000'    delimited by size
        ' count /1000'    delimited by size
        ' count /1000'    delimited by size
        ' count /1000'    delimited by size
        ' count /1000'    delimited by size
        '       '         delimited by size
        '  score   chg'   delimited by size
        '  score   chg'   delimited by size
        into report-line
    end-string
    write report-line

    move spaces to report-line
    write report-line

    move 4 to page-line-count
    .
*> ================================================================
*>  append-trend-records
*>
*>  one tab-delimited line per country scored this run: run date,
*>  countrycode, score, places, total problems -- the history the
*>  next run's week and month comparisons are read from.
*> ================================================================
append-trend-records.
    open extend trend-file

    perform append-one-trend-record
        varying country-idx from 1 by 1
        until country-idx > country-max

    close trend-file
    .
append-one-trend-record.
    move cs-score(country-idx) to score-edit

    move spaces to trend-record
    string
        run-date-edit                  delimited by size
        tab                            delimited by size
        cs-countrycode(country-idx)    delimited by size
        tab                            delimited by size
        trim(score-edit)               delimited by size
        tab                            delimited by size
        cs-place-count(country-idx)    delimited by size
        tab                            delimited by size
        cs-problem-total(country-idx)  delimited by size
        into trend-record
    end-string

    write trend-record

    add 1 to trend-written-count end-add
    .
*> ================================================================
*>  unstring-filtered-record
*>
*>  split the current tab-delimited extract row back into
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
end program cityscore0.
