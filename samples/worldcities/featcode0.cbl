        >> SOURCE FORMAT IS FREE
identification division.
program-id. featcode0.
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
*> featcode0 checks the featurecode column of the filtered-cities
*> extract written by worldcities0 -- which determine-row-selected
*> filters on featureclass but carries featurecode through untouched
*> -- against the geonames featureCodes_en.txt reference (class.code,
*> name, description):
*>
*>     a row whose featurecode is not in the reference under any
*>     class (a code geonames has retired, or none at all), or is
*>     there only under another class (a PPL code on an A row),
*>     goes to an exceptions file in the same layout as the rejects
*>     file worldcities0 writes, with the class.code appended;
*>
*>     every row is counted into a print report of places and
*>     population per featureclass and featurecode within each
*>     countrycode, with the reference's name and description
*>     printed beside each code, a total for each class and each
*>     country and a grand total -- so a consumer can see what "P"
*>     actually holds before asking for a narrower cut. a code the
*>     reference does not know is printed all the same, marked.
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

    select featurecodes-file
        assign to featurecodes-file-name
        file status is featurecodes-file-status
        organization is line sequential.

    select exceptions-file
        assign to exceptions-file-name
        file status is exceptions-file-status
        organization is line sequential.

    select report-file
        assign to report-file-name
        file status is report-file-status
        organization is line sequential.

    select sort-file
        assign to "SORTWORK".

data division.
file section.
fd  filtered-city-file.
copy "copy/filtered-city-record.cpy".

fd  featurecodes-file.
01  featurecode-record  pic x(1000).

fd  exceptions-file.
01  exception-record  pic x(6000).

fd  report-file.
01  report-line  pic x(132).

sd  sort-file.
01  sort-record.
    03  sr-countrycode   pic x(2).
    03  sr-featureclass  pic x.
    03  sr-featurecode   pic x(10).
    03  sr-countryname   pic x(80).
    03  sr-population    pic 9(9).

working-storage section.
01  filtered-city-file-name    pic x(64) value spaces.
01  filtered-city-file-status  pic x(2).
    88 filtered-success  value "00".
    88 filtered-eof      value "10".

01  featurecodes-file-name    pic x(64) value spaces.
01  featurecodes-file-status  pic x(2).
    88 featurecodes-success  value "00".
    88 featurecodes-eof      value "10".

01  exceptions-file-name    pic x(64) value spaces.
01  exceptions-file-status  pic x(2).
    88 exceptions-success  value "00".

01  report-file-name    pic x(64) value spaces.
01  report-file-status  pic x(2).
    88 report-success  value "00".

01  sort-return-switch  pic x value 'N'.
    88 sort-eof          value 'Y'.
    88 sort-not-at-end   value 'N'.

01  featurecode-columns.
    03  fcc-class-code   pic x(20).
    03  fcc-name         pic x(100).
    03  fcc-description  pic x(400).

01  featurecode-key-parts.
    03  fcc-class  pic x(10).
    03  fcc-code   pic x(20).

*>  the full featureCodes_en.txt reference is a little under 700
*>  codes; 1000 leaves room for geonames to add more, and codes
*>  past the cap are counted so a short table announces itself --
*>  a silently dropped code would turn every place carrying it
*>  into a false "unknown featurecode" exception. the table is
*>  sorted on class and code once loaded, so each row's code is a
*>  binary search away.
01  code-max  pic 9(4) value zero.
01  code-overflow-count  pic 9(5) value zero.
01  code-table.
    03  code-entry occurs 1 to 1000 times
                    depending on code-max
                    ascending key is fe-class-code
                    indexed by code-idx.
        05  fe-class-code.
            07  fe-class  pic x.
            07  fe-code   pic x(10).
        05  fe-name         pic x(60).
        05  fe-description  pic x(200).

01  lookup-class-code.
    03  lookup-class  pic x.
    03  lookup-code   pic x(10).

01  other-class  pic x value space.

01  reference-switch  pic x value 'K'.
    88 code-known       value 'K'.
    88 code-misclassed  value 'M'.
    88 code-unknown     value 'U'.
    88 code-missing     value 'X'.

01  exception-reason  pic x(40) value spaces.

01  prior-countrycode   pic x(2) value spaces.
01  prior-countryname   pic x(80) value spaces.
01  prior-featureclass  pic x value space.
01  prior-featurecode   pic x(10) value spaces.

01  code-place-count     pic 9(7) value zero.
01  code-population      pic 9(12) value zero.
01  class-place-count    pic 9(7) value zero.
01  class-population     pic 9(12) value zero.
01  country-place-count  pic 9(7) value zero.
01  country-population   pic 9(12) value zero.
01  grand-place-count    pic 9(7) value zero.
01  grand-population     pic 9(12) value zero.

01  reference-text  pic x(300) value spaces.

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
    03  rdx-day    pic x(2).
01  run-date-edit  pic x(10) value spaces.

01  page-number      pic 9(4) value zero.
01  page-line-count  pic 9(2) value zero.
01  page-size        pic 9(2) value 55.
01  page-number-edit pic zzz9.

01  input-count       pic 9(7) value zero.
01  unknown-count     pic 9(7) value zero.
01  missing-count     pic 9(7) value zero.
01  misclassed-count  pic 9(7) value zero.
01  code-line-count   pic 9(7) value zero.

01  display-count       pic z,zzz,zz9.
01  display-population  pic zzz,zzz,zzz,zz9.

copy "copy/filtered-city-columns.cpy".

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining filtered-city-file-name
    featurecodes-file-name exceptions-file-name report-file-name.
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

    featurecodes-io-error section.
        use after error procedure on featurecodes-file.
    featurecodes-error-routine.
        if not featurecodes-success and not featurecodes-eof
            display
                'File error with featurecodes-file status '
                with no advancing
            end-display
            display featurecodes-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    exceptions-io-error section.
        use after error procedure on exceptions-file.
    exceptions-error-routine.
        if not exceptions-success
            display
                'File error with exceptions-file status '
                with no advancing
            end-display
            display exceptions-file-status end-display
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
start-featcode0.
    display newline 'starting featcode0' newline end-display

    display 'reading    ' filtered-city-file-name newline end-display
    display 'reference  ' featurecodes-file-name newline end-display
    display 'exceptions ' exceptions-file-name newline end-display
    display 'printing   ' report-file-name newline end-display

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

    perform load-code-table

    if code-max = zero
        display 'the featurecode reference is empty' end-display
        move 1 to return-code
        stop run
    end-if

    open output exceptions-file
    open output report-file

    sort sort-file
        ascending key sr-countrycode sr-featureclass sr-featurecode
        input procedure is release-extract-rows
        output procedure is produce-breakdown-report

    close exceptions-file
    close report-file

    move input-count to display-count
    display display-count ' extract rows read' end-display

    move unknown-count to display-count
    display display-count ' rows with a featurecode not in the'
        ' reference' end-display

    move missing-count to display-count
    display display-count ' rows with no featurecode' end-display

    move misclassed-count to display-count
    display display-count ' rows whose featurecode belongs to another'
        ' class' end-display

    move code-line-count to display-count
    display display-count ' country / class / code lines printed'
        end-display

    display newline 'ending featcode0' newline end-display

    stop run
    .
*> ================================================================
*>  load-code-table
*>
*>  load the geonames featureCodes_en.txt reference into
*>  code-table: class.code, name, description, tab-delimited.
*>  a line whose first column has no class.code shape -- the
*>  reference's closing 'null' line -- is skipped.
*> ================================================================
load-code-table.
    open input featurecodes-file

    read featurecodes-file end-read

    perform load-one-code
        until featurecodes-eof

    close featurecodes-file

    if code-max > zero
        sort code-entry ascending key fe-class-code
    end-if

    move code-max to display-count
    display display-count ' reference codes loaded' newline
        end-display

    if code-overflow-count > zero
        move code-overflow-count to display-count
        display
            display-count ' reference codes past the table cap '
            'were dropped; their places will flag as unknown'
        end-display
    end-if
    .
load-one-code.
    initialize featurecode-columns
    unstring featurecode-record delimited by tab into
        fcc-class-code
        fcc-name
        fcc-description
    end-unstring

    initialize featurecode-key-parts
    unstring fcc-class-code delimited by '.' into
        fcc-class
        fcc-code
    end-unstring

    if fcc-class(2:) = spaces
    and fcc-class not = spaces
    and fcc-code not = spaces
        if code-max < 1000
            add 1 to code-max end-add
            set code-idx to code-max
            move fcc-class to fe-class(code-idx)
            move fcc-code to fe-code(code-idx)
            move fcc-name to fe-name(code-idx)
            move fcc-description to fe-description(code-idx)
        else
            add 1 to code-overflow-count end-add
        end-if
    end-if

    read featurecodes-file end-read
    .
*> ================================================================
*>  release-extract-rows
*>
*>  the sort's input procedure: read the extract, check each
*>  row's featurecode against the reference, write the exceptions,
*>  and release every row keyed for the country / class / code
*>  sort.
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

    move featureclass to lookup-class
    move featurecode to lookup-code
    perform look-up-featurecode

    move spaces to exception-reason
    evaluate true
        when code-missing
            add 1 to missing-count end-add
            move 'featurecode missing' to exception-reason
        when code-unknown
            add 1 to unknown-count end-add
            move 'unknown featurecode' to exception-reason
        when code-misclassed
            add 1 to misclassed-count end-add
            string
                'featurecode belongs to class '  delimited by size
                other-class                      delimited by size
                into exception-reason
            end-string
    end-evaluate

    if not code-known
        perform write-exception-record
    end-if

    move countrycode  to sr-countrycode
    move featureclass to sr-featureclass
    move featurecode  to sr-featurecode
    move countryname  to sr-countryname
    move population   to sr-population
    release sort-record

    read filtered-city-file end-read
    .
*> ================================================================
*>  look-up-featurecode
*>
*>  binary search of the reference for lookup-class-code. a code
*>  not found under its own class is looked for under every other
*>  class, so a misclassed code can be told from an unknown one;
*>  code-idx is left on the matching entry either way.
*> ================================================================
look-up-featurecode.
    move space to other-class

    if lookup-code = spaces
        set code-missing to true
    else
        set code-unknown to true
        search all code-entry
            at end
                set code-unknown to true
            when fe-class-code(code-idx) = lookup-class-code
                set code-known to true
        end-search

        if code-unknown
            set code-idx to 1
            perform find-code-any-class
                until code-idx > code-max
                or fe-code(code-idx) = lookup-code

            if code-idx <= code-max
                set code-misclassed to true
                move fe-class(code-idx) to other-class
            end-if
        end-if
    end-if
    .
find-code-any-class.
    set code-idx up by 1
    .
*> ================================================================
*>  write-exception-record
*>
*>  write the flagged row to the exceptions file in the layout of
*>  worldcities0's write-reject-record -- geonameid, reason, name,
*>  latitude, longitude, countrycode -- with the suspect
*>  class.code appended, so the morning checks that already read
*>  the rejects file can read this one the same way.
*> ================================================================
write-exception-record.
    move spaces to exception-record
    string
        geonameid               delimited by size
        tab                     delimited by size
        trim(exception-reason)  delimited by size
        tab                     delimited by size
        name(1:name-length)     delimited by size
        tab                     delimited by size
        trim(latitude-text)     delimited by size
        tab                     delimited by size
        trim(longitude-text)    delimited by size
        tab                     delimited by size
        countrycode             delimited by size
        tab                     delimited by size
        featureclass            delimited by size
        '.'                     delimited by size
        trim(featurecode)       delimited by size
        into exception-record
    end-string

    write exception-record
    .
*> ================================================================
*>  produce-breakdown-report
*>
*>  the sort's output procedure: control-break loop over the
*>  sorted rows, cutting a line per featurecode and class /
*>  country / grand totals as the keys change.
*> ================================================================
produce-breakdown-report.
    set sort-not-at-end to true

    return sort-file
        at end set sort-eof to true
    end-return

    perform start-new-page

    if not sort-eof
        perform start-new-country
        perform start-new-class
        perform start-new-code

        perform count-one-row
            until sort-eof

        perform print-code-line
        perform print-class-total
        perform print-country-total
    end-if

    perform print-grand-total
    .
count-one-row.
    add 1 to code-place-count end-add
    add sr-population to code-population end-add

    return sort-file
        at end set sort-eof to true
    end-return

    if not sort-eof
        evaluate true
            when sr-countrycode not = prior-countrycode
                perform print-code-line
                perform print-class-total
                perform print-country-total
                perform start-new-country
                perform start-new-class
                perform start-new-code
            when sr-featureclass not = prior-featureclass
                perform print-code-line
                perform print-class-total
                perform start-new-class
                perform start-new-code
            when sr-featurecode not = prior-featurecode
                perform print-code-line
                perform start-new-code
        end-evaluate
    end-if
    .
*> ================================================================
*>  start-new-country / start-new-class / start-new-code
*>
*>  remember the new group's keys and clear its accumulators; a
*>  country also gets a heading.
*> ================================================================
start-new-country.
    move sr-countrycode to prior-countrycode
    move sr-countryname to prior-countryname
    move zero to country-place-count
    move zero to country-population

    move spaces to report-line
    perform write-report-line
    move spaces to report-line
    string
        'country '               delimited by size
        prior-countrycode        delimited by size
        '  '                     delimited by size
        trim(prior-countryname)  delimited by size
        into report-line
    end-string
    perform write-report-line
    .
start-new-class.
    move sr-featureclass to prior-featureclass
    move zero to class-place-count
    move zero to class-population
    .
start-new-code.
    move sr-featurecode to prior-featurecode
    move zero to code-place-count
    move zero to code-population
    .
*> ================================================================
*>  print-code-line / print-class-total / print-country-total /
*>  print-grand-total
*>
*>  cut one line for the group just completed and roll its
*>  accumulators into the level above. a code line carries the
*>  reference's name and description, or says why there is none.
*> ================================================================
print-code-line.
    add 1 to code-line-count end-add

    move prior-featureclass to lookup-class
    move prior-featurecode to lookup-code
    perform look-up-featurecode

    move spaces to reference-text
    evaluate true
        when code-known
            if fe-description(code-idx) = spaces
                move fe-name(code-idx) to reference-text
            else
                string
                    trim(fe-name(code-idx))         delimited by size
                    ' - '                           delimited by size
                    trim(fe-description(code-idx))  delimited by size
                    into reference-text
                end-string
            end-if
        when code-misclassed
            string
                '** class '                     delimited by size
                other-class                     delimited by size
                ' code in the reference: '      delimited by size
                trim(fe-name(code-idx))         delimited by size
                into reference-text
            end-string
        when code-missing
            move '** no featurecode' to reference-text
        when other
            move '** not in the reference' to reference-text
    end-evaluate

    move code-place-count to display-count
    move code-population to display-population

    move spaces to report-line
    string
        '    '               delimited by size
        prior-featureclass   delimited by size
        '     '              delimited by size
        prior-featurecode    delimited by size
        display-count        delimited by size
        '  '                 delimited by size
        display-population   delimited by size
        '  '                 delimited by size
        reference-text       delimited by size
        into report-line
    end-string
    perform write-report-line

    add code-place-count to class-place-count end-add
    add code-population to class-population end-add
    .
print-class-total.
    move class-place-count to display-count
    move class-population to display-population

    move spaces to report-line
    string
        '  class '           delimited by size
        prior-featureclass   delimited by size
        ' total     '        delimited by size
        display-count        delimited by size
        '  '                 delimited by size
        display-population   delimited by size
        into report-line
    end-string
    perform write-report-line

    add class-place-count to country-place-count end-add
    add class-population to country-population end-add
    .
print-country-total.
    move country-place-count to display-count
    move country-population to display-population

    move spaces to report-line
    string
        'country '           delimited by size
        prior-countrycode    delimited by size
        ' total    '         delimited by size
        display-count        delimited by size
        '  '                 delimited by size
        display-population   delimited by size
        into report-line
    end-string
    perform write-report-line

    add country-place-count to grand-place-count end-add
    add country-population to grand-population end-add
    .
print-grand-total.
    move grand-place-count to display-count
    move grand-population to display-population

    move spaces to report-line
    perform write-report-line
    move spaces to report-line
    string
        'grand total         '
                             delimited by size
        display-count        delimited by size
        '  '                 delimited by size
        display-population   delimited by size
        into report-line
    end-string
    perform write-report-line
    .
*> ================================================================
*>  write-report-line / start-new-page
*>
*>  every report line goes through here so the page fills up and
*>  breaks in one place, the way cityreport0 paginates: a new page
*>  heading carries the run date and page number, then the column
*>  captions.
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
        'places by country / featureclass / featurecode  '
                               delimited by size
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
    string
        '    class code         places       population  '
                               delimited by size
        'reference name - description'
                               delimited by size
        into report-line
    end-string
    write report-line

    move spaces to report-line
    write report-line

    move 3 to page-line-count
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
end program featcode0.
