        >> SOURCE FORMAT IS FREE
identification division.
program-id. citymatch0.
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
*> citymatch0 is the batch forward geocoder: it takes a customer
*> address file and answers "which geonameid is this?" for every
*> row, the question cityfind0 answers one operator prompt at a
*> time. the address file is tab-delimited, one address per line:
*>
*>     countrycode, region (state / province text), city text
*>
*> with any further columns ignored. every row is looked up with a
*> keyed start on the name index citymaster0 builds (countrycode /
*> upper-cased asciiname), and each candidate found there is read
*> from the master so its admin1name and admin1code can be set
*> beside the row's region text. when the asciiname key finds
*> nothing, the alternate name index citymaster0 builds from the
*> alternatenames column is tried the same way, so 'Bombay' and
*> 'Muenchen' still land.
*>
*> every row comes out with one confidence code:
*>
*>     EXACT      city name and region both matched one place
*>     NAME-ONLY  one place by that name in the country, but the
*>                region was blank or did not match it
*>     ALTNAME    found through an alternate name, one place
*>     AMBIGUOUS  more than one place fits and nothing decides
*>                between them
*>     UNMATCHED  no place by that name or alternate name
*>
*> rows coded EXACT, NAME-ONLY or ALTNAME go to the matched file:
*>
*>     row number, countrycode, region, city, geonameid,
*>     latitude, longitude, confidence code
*>
*> AMBIGUOUS and UNMATCHED rows go to the review file for a person
*> to settle:
*>
*>     row number, countrycode, region, city, confidence code,
*>     candidate count, candidate geonameids (comma-separated)
*>
*> the row number is the row's position in the address file, so
*> either output joins straight back to the file the customer sent.
*> an altname-index file name of spaces skips the alternate name
*> step, and rows that would have reached it come out UNMATCHED.
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select name-index-file
        assign to name-index-file-name
        file status is name-index-file-status
        organization is indexed
        access is dynamic
        record key is name-index-key.

    select altname-index-file
        assign to altname-index-file-name
        file status is altname-index-file-status
        organization is indexed
        access is dynamic
        record key is altname-index-key.

    select master-file
        assign to master-file-name
        file status is master-file-status
        organization is indexed
        access is random
        record key is master-geonameid.

    select address-file
        assign to address-file-name
        file status is address-file-status
        organization is line sequential.

    select matched-file
        assign to matched-file-name
        file status is matched-file-status
        organization is line sequential.

    select review-file
        assign to review-file-name
        file status is review-file-status
        organization is line sequential.

data division.
file section.
fd  name-index-file.
copy "copy/city-name-index-record.cpy".

fd  altname-index-file.
copy "copy/city-name-index-record.cpy"
    replacing leading ==name-index-== by ==altname-index-==
              leading ==nx-== by ==ax-==.

fd  master-file.
copy "copy/city-master-record.cpy".

fd  address-file.
01  address-record  pic x(1000).

fd  matched-file.
01  matched-record  pic x(500).

fd  review-file.
01  review-record  pic x(1000).

working-storage section.
01  name-index-file-name    pic x(64) value spaces.
01  name-index-file-status  pic x(2).
    88 name-index-success    value "00".
    88 name-index-eof        value "10".
    88 name-index-not-found  value "23".

01  altname-index-file-name    pic x(64) value spaces.
01  altname-index-file-status  pic x(2).
    88 altname-index-success    value "00".
    88 altname-index-eof        value "10".
    88 altname-index-not-found  value "23".

01  master-file-name    pic x(64) value spaces.
01  master-file-status  pic x(2).
    88 master-success    value "00".
    88 master-not-found  value "23".

01  address-file-name    pic x(64) value spaces.
01  address-file-status  pic x(2).
    88 address-success  value "00".
    88 address-eof      value "10".

01  matched-file-name    pic x(64) value spaces.
01  matched-file-status  pic x(2).
    88 matched-success  value "00".

01  review-file-name    pic x(64) value spaces.
01  review-file-status  pic x(2).
    88 review-success  value "00".

01  address-columns.
    03  ad-countrycode  pic x(2).
    03  ad-region       pic x(100).
    03  ad-city         pic x(200).

01  search-country       pic x(2) value spaces.
01  search-region-upper  pic x(100) value spaces.
01  search-city-upper    pic x(200) value spaces.
01  admin1name-upper     pic x(100) value spaces.
01  admin1code-upper     pic x(60) value spaces.

01  search-switch  pic x value 'N'.
    88 search-done      value 'Y'.
    88 search-not-done  value 'N'.

*>  the places one row's city text could mean. twenty is well past
*>  the worst real case (a country with a dozen Springfields); a
*>  name with more places than that is counted as a candidate but
*>  not kept, and can only ever come out AMBIGUOUS anyway.
01  candidate-max    pic 9(2) value zero.
01  candidate-total  pic 9(5) value zero.
01  region-hit-count pic 9(2) value zero.
01  candidate-table.
    03  candidate-entry occurs 1 to 20 times
                        depending on candidate-max
                        indexed by candidate-idx.
        05  ce-geonameid   pic 9(9).
        05  ce-region-hit  pic x.
            88 ce-region-matched      value 'Y'.
            88 ce-region-not-matched  value 'N'.

01  chosen-geonameid  pic 9(9) value zero.
01  chosen-latitude   pic s9(3)v9(6) value zero.
01  chosen-longitude  pic s9(3)v9(6) value zero.

01  confidence-code  pic x(10) value spaces.
    88 confidence-exact      value 'EXACT'.
    88 confidence-name-only  value 'NAME-ONLY'.
    88 confidence-altname    value 'ALTNAME'.
    88 confidence-ambiguous  value 'AMBIGUOUS'.
    88 confidence-unmatched  value 'UNMATCHED'.

*>  which candidates a review line lists: only those whose region
*>  matched when more than one did, otherwise every candidate.
01  listing-switch  pic x value 'A'.
    88 list-all-candidates     value 'A'.
    88 list-region-candidates  value 'R'.

01  review-pointer   pic 9(4) value 1.
01  review-count     pic 9(5) value zero.
01  review-list-count-edit  pic zzzz9.

01  latitude-edit   pic ----9.999999.
01  longitude-edit  pic -----9.999999.

01  row-number  pic 9(7) value zero.

01  exact-count      pic 9(7) value zero.
01  name-only-count  pic 9(7) value zero.
01  altname-count    pic 9(7) value zero.
01  ambiguous-count  pic 9(7) value zero.
01  unmatched-count  pic 9(7) value zero.
01  orphan-count     pic 9(7) value zero.

01  display-count  pic z,zzz,zz9.

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining name-index-file-name
    altname-index-file-name master-file-name address-file-name
    matched-file-name review-file-name.
declaratives.
    name-index-io-error section.
        use after error procedure on name-index-file.
    name-index-error-routine.
        if not name-index-success
        and not name-index-eof
        and not name-index-not-found
            display
                'File error with name-index-file status '
                with no advancing
            end-display
            display name-index-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    altname-index-io-error section.
        use after error procedure on altname-index-file.
    altname-index-error-routine.
        if not altname-index-success
        and not altname-index-eof
        and not altname-index-not-found
            display
                'File error with altname-index-file status '
                with no advancing
            end-display
            display altname-index-file-status end-display
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

    address-io-error section.
        use after error procedure on address-file.
    address-error-routine.
        if not address-success and not address-eof
            display
                'File error with address-file status '
                with no advancing
            end-display
            display address-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    matched-io-error section.
        use after error procedure on matched-file.
    matched-error-routine.
        if not matched-success
            display
                'File error with matched-file status '
                with no advancing
            end-display
            display matched-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    review-io-error section.
        use after error procedure on review-file.
    review-error-routine.
        if not review-success
            display
                'File error with review-file status '
                with no advancing
            end-display
            display review-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-citymatch0.
    display newline 'starting citymatch0' newline end-display

    display 'index     ' name-index-file-name newline end-display
    if altname-index-file-name not = spaces
        display 'altnames  ' altname-index-file-name newline
            end-display
    end-if
    display 'master    ' master-file-name newline end-display
    display 'addresses ' address-file-name newline end-display
    display 'matched   ' matched-file-name newline end-display
    display 'review    ' review-file-name newline end-display

    open input name-index-file
    if altname-index-file-name not = spaces
        open input altname-index-file
    end-if
    open input master-file
    open input address-file
    open output matched-file
    open output review-file

    read address-file end-read

    perform match-one-address
        until address-eof

    close name-index-file
    if altname-index-file-name not = spaces
        close altname-index-file
    end-if
    close master-file
    close address-file
    close matched-file
    close review-file

    move row-number to display-count
    display display-count ' address rows read' end-display

    move exact-count to display-count
    display display-count ' EXACT' end-display

    move name-only-count to display-count
    display display-count ' NAME-ONLY' end-display

    move altname-count to display-count
    display display-count ' ALTNAME' end-display

    move ambiguous-count to display-count
    display display-count ' AMBIGUOUS (to review)' end-display

    move unmatched-count to display-count
    display display-count ' UNMATCHED (to review)' end-display

    if orphan-count > zero
        move orphan-count to display-count
        display
            display-count ' indexed geonameids not on the master'
            ' were passed over; rebuild the indexes with the master'
        end-display
    end-if

    display newline 'ending citymatch0' newline end-display

    stop run
    .
*> ================================================================
*>  match-one-address
*>
*>  split one address row, fold its text to the index's upper
*>  case, try the name index and then the alternate name index,
*>  and route the row by the confidence code it earns.
*> ================================================================
match-one-address.
    add 1 to row-number end-add

    initialize address-columns
    unstring address-record delimited by tab into
        ad-countrycode
        ad-region
        ad-city
    end-unstring

    move upper-case(ad-countrycode)     to search-country
    move upper-case(trim(ad-region))    to search-region-upper
    move upper-case(trim(ad-city))      to search-city-upper

    move zero to candidate-max
    move zero to candidate-total
    move zero to region-hit-count
    move spaces to confidence-code

    if search-country not = spaces
    and search-city-upper not = spaces
        perform collect-name-candidates
        if candidate-total > zero
            perform weigh-candidate-regions
            perform grade-name-match
        else
            if altname-index-file-name not = spaces
                perform collect-altname-candidates
                if candidate-total > zero
                    perform weigh-candidate-regions
                    perform grade-altname-match
                end-if
            end-if
        end-if
    end-if

    if confidence-code = spaces
        set confidence-unmatched to true
    end-if

    evaluate true
        when confidence-exact
            add 1 to exact-count end-add
            perform write-matched-record
        when confidence-name-only
            add 1 to name-only-count end-add
            perform write-matched-record
        when confidence-altname
            add 1 to altname-count end-add
            perform write-matched-record
        when confidence-ambiguous
            add 1 to ambiguous-count end-add
            perform write-review-record
        when other
            add 1 to unmatched-count end-add
            perform write-review-record
    end-evaluate

    read address-file end-read
    .
*> ================================================================
*>  collect-name-candidates / collect-altname-candidates
*>
*>  keyed start on countrycode and the whole city name, then read
*>  forward while the key still carries exactly that country and
*>  name -- the geonameid part of the key walks every place that
*>  shares the name, in geonameid order.
*> ================================================================
collect-name-candidates.
    set search-not-done to true

    initialize name-index-record
    move search-country    to nx-countrycode
    move search-city-upper to nx-asciiname
    move zero              to nx-geonameid

    start name-index-file key not < name-index-key
        invalid key
            set search-done to true
    end-start

    perform take-one-name-candidate
        until search-done
    .
take-one-name-candidate.
    read name-index-file next
        at end
            set search-done to true
    end-read

    if search-not-done
        if nx-countrycode not = search-country
        or nx-asciiname not = search-city-upper
            set search-done to true
        else
            move nx-geonameid to chosen-geonameid
            perform keep-one-candidate
        end-if
    end-if
    .
collect-altname-candidates.
    set search-not-done to true

    initialize altname-index-record
    move search-country    to ax-countrycode
    move search-city-upper to ax-asciiname
    move zero              to ax-geonameid

    start altname-index-file key not < altname-index-key
        invalid key
            set search-done to true
    end-start

    perform take-one-altname-candidate
        until search-done
    .
take-one-altname-candidate.
    read altname-index-file next
        at end
            set search-done to true
    end-read

    if search-not-done
        if ax-countrycode not = search-country
        or ax-asciiname not = search-city-upper
            set search-done to true
        else
            move ax-geonameid to chosen-geonameid
            perform keep-one-candidate
        end-if
    end-if
    .
keep-one-candidate.
    add 1 to candidate-total end-add

    if candidate-max < 20
        add 1 to candidate-max end-add
        set candidate-idx to candidate-max
        move chosen-geonameid to ce-geonameid(candidate-idx)
        set ce-region-not-matched(candidate-idx) to true
    end-if
    .
*> ================================================================
*>  weigh-candidate-regions
*>
*>  read each candidate from the master and mark it when the row's
*>  region text is its admin1name or its admin1code (customers
*>  write 'California' and 'CA' about equally often). a blank
*>  region matches nothing, and a candidate the indexes know but
*>  the master no longer holds is counted and left unmarked.
*> ================================================================
weigh-candidate-regions.
    if search-region-upper not = spaces
        perform weigh-one-candidate-region
            varying candidate-idx from 1 by 1
            until candidate-idx > candidate-max
    end-if
    .
weigh-one-candidate-region.
    move ce-geonameid(candidate-idx) to master-geonameid

    read master-file
        invalid key
            add 1 to orphan-count end-add
        not invalid key
            move upper-case(master-admin1name) to admin1name-upper
            move upper-case(master-admin1code) to admin1code-upper
            if search-region-upper = admin1name-upper
            or search-region-upper = admin1code-upper
                set ce-region-matched(candidate-idx) to true
                add 1 to region-hit-count end-add
            end-if
    end-read
    .
*> ================================================================
*>  grade-name-match / grade-altname-match
*>
*>  a name with more candidates than the table keeps is always
*>  ambiguous, since the ones past the cap were never weighed.
*>  otherwise one candidate whose region matched decides the row
*>  outright; several whose region matched leave it ambiguous
*>  among them.
*>  with no region match at all, a name that means only one place
*>  in the country is still taken -- at the lower grade -- and a
*>  name that means several is ambiguous among all of them.
*> ================================================================
grade-name-match.
    evaluate true
        when candidate-total > candidate-max
            set confidence-ambiguous to true
            set list-all-candidates to true
        when region-hit-count = 1
            set confidence-exact to true
            perform choose-region-candidate
        when region-hit-count > 1
            set confidence-ambiguous to true
            set list-region-candidates to true
        when candidate-total = 1
            set confidence-name-only to true
            set candidate-idx to 1
            perform choose-candidate
        when other
            set confidence-ambiguous to true
            set list-all-candidates to true
    end-evaluate
    .
grade-altname-match.
    evaluate true
        when candidate-total > candidate-max
            set confidence-ambiguous to true
            set list-all-candidates to true
        when region-hit-count = 1
            set confidence-altname to true
            perform choose-region-candidate
        when region-hit-count > 1
            set confidence-ambiguous to true
            set list-region-candidates to true
        when candidate-total = 1
            set confidence-altname to true
            set candidate-idx to 1
            perform choose-candidate
        when other
            set confidence-ambiguous to true
            set list-all-candidates to true
    end-evaluate
    .
choose-region-candidate.
    set candidate-idx to 1
    perform find-region-candidate
        until candidate-idx > candidate-max
        or ce-region-matched(candidate-idx)

    perform choose-candidate
    .
find-region-candidate.
    set candidate-idx up by 1
    .
*> ================================================================
*>  choose-candidate
*>
*>  re-read the chosen candidate from the master for the
*>  coordinates the matched file carries. a candidate the master
*>  no longer holds cannot be answered, so the row drops to
*>  UNMATCHED and goes for review.
*> ================================================================
choose-candidate.
    move ce-geonameid(candidate-idx) to master-geonameid

    read master-file
        invalid key
            add 1 to orphan-count end-add
            set confidence-unmatched to true
            move zero to candidate-max
            move zero to candidate-total
        not invalid key
            move master-geonameid to chosen-geonameid
            move master-latitude  to chosen-latitude
            move master-longitude to chosen-longitude
    end-read
    .
*> ================================================================
*>  write-matched-record
*> ================================================================
write-matched-record.
    move chosen-latitude  to latitude-edit
    move chosen-longitude to longitude-edit

    move spaces to matched-record
    string
        row-number              delimited by size
        tab                     delimited by size
        ad-countrycode          delimited by size
        tab                     delimited by size
        trim(ad-region)         delimited by size
        tab                     delimited by size
        trim(ad-city)           delimited by size
        tab                     delimited by size
        chosen-geonameid        delimited by size
        tab                     delimited by size
        trim(latitude-edit)     delimited by size
        tab                     delimited by size
        trim(longitude-edit)    delimited by size
        tab                     delimited by size
        trim(confidence-code)   delimited by size
        into matched-record
    end-string

    write matched-record
    .
*> ================================================================
*>  write-review-record
*>
*>  the row's own columns and its code, then how many places it
*>  could mean and the geonameids of those kept in the candidate
*>  table, built up with a string pointer the way cityexport0
*>  builds its export rows.
*> ================================================================
write-review-record.
    if confidence-ambiguous and list-region-candidates
        move region-hit-count to review-count
    else
        move candidate-total to review-count
    end-if
    move review-count to review-list-count-edit

    move spaces to review-record
    move 1 to review-pointer
    string
        row-number                    delimited by size
        tab                           delimited by size
        ad-countrycode                delimited by size
        tab                           delimited by size
        trim(ad-region)               delimited by size
        tab                           delimited by size
        trim(ad-city)                 delimited by size
        tab                           delimited by size
        trim(confidence-code)         delimited by size
        tab                           delimited by size
        trim(review-list-count-edit)  delimited by size
        tab                           delimited by size
        into review-record
        with pointer review-pointer
    end-string

    move zero to review-count
    perform append-review-candidate
        varying candidate-idx from 1 by 1
        until candidate-idx > candidate-max

    write review-record
    .
append-review-candidate.
    if list-all-candidates
    or ce-region-matched(candidate-idx)
        if review-count > zero
            string ',' delimited by size
                into review-record
                with pointer review-pointer
            end-string
        end-if
        string
            ce-geonameid(candidate-idx) delimited by size
            into review-record
            with pointer review-pointer
        end-string
        add 1 to review-count end-add
    end-if
    .
end program citymatch0.
