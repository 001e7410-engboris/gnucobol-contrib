*>     alternatenameid, geonameid, isolanguage, alternate name,
*>     ispreferredname, isshortname, iscolloquial, ishistoric,
*>     from, to
*>
*> when a missing-translations file name is chained in (after the
*> run-history file name), every city with no variant at all in
*> the target language is also written to it, one tab-delimited
*> line each -- geonameid, countrycode, name -- so the count per
*> country can be carried onto cityscore0's scorecard.
*> =====================================================================

environment division.
        file status is run-history-file-status
        organization is line sequential.

    select missing-file
        assign to missing-file-name
        file status is missing-file-status
        organization is line sequential.

data division.
file section.
fd  city-file.
fd  run-history-file.
01  run-history-record  pic x(500).

fd  missing-file.
01  missing-record  pic x(300).

working-storage section.
01  city-file-name     pic x(64) value spaces.
01  city-file-status   pic x(2).
01  run-history-file-status  pic x(2).
    88 run-history-success  value "00" "05".

01  missing-file-name    pic x(64) value spaces.
01  missing-file-status  pic x(2).
    88 missing-success  value "00".

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
01  input-count      pic 9(7) value zero.
01  altname-count    pic 9(7) value zero.
01  matched-count    pic 9(7) value zero.
01  missing-count    pic 9(7) value zero.

01  city-columns.
    03  geonameid        pic 9(9).
        05  ce-geonameid       pic 9(9).
        05  ce-name            pic x(200).
        05  ce-asciiname       pic x(200).
        05  ce-countrycode     pic x(2).
        05  ce-variant-count   pic 9(5).
        05  ce-preferred-name  pic x(400).

01  tab      pic x value x'09'.

procedure division chaining city-file-name altnames-file-name
    language-code run-history-file-name missing-file-name.
declaratives.
    io-error section.
        use after error procedure on city-file.
            perform write-run-history-record
            stop run
        end-if.

    missing-io-error section.
        use after error procedure on missing-file.
    missing-error-routine.
        if not missing-success
            display
                'File error with missing-file status '
                with no advancing
            end-display
            display missing-file-status end-display
            move 'ERROR' to run-final-status
            perform write-run-history-record
            stop run
        end-if.
end declaratives.
start-altnames0.
    display newline 'starting altnames0' newline end-display
    perform scan-altnames-file
    perform display-altnames-report

*>  ==============================================================
*>  missing-file-name chains in the path of the missing-translation
*>  list; spaces means the report above is the only output, as
*>  before.
*>  ==============================================================
    if missing-file-name not = spaces
        perform write-missing-translations
    end-if

    move city-max to display-count
    display display-count ' cities loaded' end-display

    move matched-count to display-count
    display display-count ' matching-language rows found' end-display

    if missing-file-name not = spaces
        move missing-count to display-count
        display display-count ' cities missing a translation'
            end-display
    end-if

*>  ==============================================================
*>  run-history-file-name chains in the same permanent run-history
*>  file worldcities0 appends to, so one file tells the whole
            move geonameid                    to ce-geonameid(city-idx)
            move name(1:name-length)          to ce-name(city-idx)
            move asciiname(1:asciiname-length) to ce-asciiname(city-idx)
            move countrycode                  to ce-countrycode(city-idx)
            move zero                         to ce-variant-count(city-idx)
            move spaces                       to ce-preferred-name(city-idx)
        end-if
    set city-idx up by 1
    .
*> ================================================================
*>  write-missing-translations
*>
*>  one line per city in city-table that scan-altnames-file found
*>  no variant for in the target language: geonameid, countrycode,
*>  name -- the layout citypostal0's uncovered-places list uses.
*> ================================================================
write-missing-translations.
    display 'missing translations to ' missing-file-name newline
        end-display

    open output missing-file

    perform write-one-missing-translation
        varying city-idx from 1 by 1
        until city-idx > city-max

    close missing-file
    .
write-one-missing-translation.
    if ce-variant-count(city-idx) = zero
        add 1 to missing-count end-add
        move spaces to missing-record
        string
            ce-geonameid(city-idx)     delimited by size
            tab                        delimited by size
            ce-countrycode(city-idx)   delimited by size
            tab                        delimited by size
            trim(ce-name(city-idx))    delimited by size
            into missing-record
        end-string
        write missing-record
    end-if
    .
*> ================================================================
*>  write-run-history-record
*>
*>  append one tab-delimited run-control record, in the same
