        >> SOURCE FORMAT IS FREE
identification division.
program-id. hieraudit0.
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
*> hieraudit0 is the batch counterpart of cityhier0: where cityhier0
*> walks one geonameid's parent chain on request, hieraudit0 walks
*> the chain of every place on the city master through the geonames
*> hierarchy.txt feed and checks that each ancestor agrees with the
*> place's own codes -- the disagreements that break cityreport0's
*> admin1/admin2 rollup. for every ancestor the master carries:
*>
*>     COUNTRY  the ancestor's countrycode differs from the place's
*>     ADMIN1   the ancestor has an admin1code (not blank, not the
*>              country-level '00') that differs from the place's
*>     ADMIN2   the ancestor has an admin2code that differs from the
*>              place's
*>
*> and each disagreement is one tab-delimited line on the exceptions
*> file: the place, the level that disagrees, the place's code, then
*> the ancestor (geonameid, featurecode, name) and its code. an
*> ancestor the master does not carry (the master only holds the
*> extract's selected feature classes) cannot be compared and is
*> passed over, the walk carrying on to its own parent.
*>
*> two other kinds of trouble go to files of their own:
*>
*>     no-entry  a place with no parent on the feed at all; a
*>               country-level place (featurecode PCL...) has no
*>               parent by nature and is not listed
*>     cycles    a chain that comes back to a geonameid already on
*>               it (CYCLE), or that is still climbing after twenty
*>               levels (DEPTH), with the chain as far as it went
*>
*> only the feed's administrative pairs (type ADM, or no type) are
*> walked -- the feed's other relationships are not a place's
*> administrative parents. the pairs are sorted by child and looked
*> up with a binary search, so a whole master walks in one run.
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select hierarchy-file
        assign to hierarchy-file-name
        file status is hierarchy-file-status
        organization is line sequential.

    select master-file
        assign to master-file-name
        file status is master-file-status
        organization is indexed
        access is sequential
        record key is master-geonameid.

    select ancestor-file
        assign to master-file-name
        file status is ancestor-file-status
        organization is indexed
        access is random
        record key is ancestor-geonameid.

    select exceptions-file
        assign to exceptions-file-name
        file status is exceptions-file-status
        organization is line sequential.

    select no-entry-file
        assign to no-entry-file-name
        file status is no-entry-file-status
        organization is line sequential.

    select cycles-file
        assign to cycles-file-name
        file status is cycles-file-status
        organization is line sequential.

data division.
file section.
fd  hierarchy-file.
01  hierarchy-record  pic x(100).

fd  master-file.
copy "copy/city-master-record.cpy".

*>  the same master, opened a second time for the keyed reads of
*>  each ancestor while the sequential pass keeps its place.
fd  ancestor-file.
copy "copy/city-master-record.cpy"
    replacing leading ==master-== by ==ancestor-==.

fd  exceptions-file.
01  exceptions-record  pic x(1000).

fd  no-entry-file.
01  no-entry-record  pic x(600).

fd  cycles-file.
01  cycles-record  pic x(600).

working-storage section.
01  hierarchy-file-name    pic x(64) value spaces.
01  hierarchy-file-status  pic x(2).
    88 hierarchy-success  value "00".
    88 hierarchy-eof      value "10".

01  master-file-name    pic x(64) value spaces.
01  master-file-status  pic x(2).
    88 master-success  value "00".
    88 master-eof      value "10".

01  ancestor-file-status  pic x(2).
    88 ancestor-success    value "00".
    88 ancestor-not-found  value "23".

01  exceptions-file-name    pic x(64) value spaces.
01  exceptions-file-status  pic x(2).
    88 exceptions-success  value "00".

01  no-entry-file-name    pic x(64) value spaces.
01  no-entry-file-status  pic x(2).
    88 no-entry-success  value "00".

01  cycles-file-name    pic x(64) value spaces.
01  cycles-file-status  pic x(2).
    88 cycles-success  value "00".

01  hierarchy-columns.
    03  hc-parent-text  pic x(10).
    03  hc-child-text   pic x(10).
    03  hc-type         pic x(10).

*>  the administrative pairs of the feed, sorted by child once
*>  loaded so each parent is a binary search away; rows past the
*>  cap are counted so a truncated audit announces itself.
01  pair-max  pic 9(6) value zero.
01  pair-overflow-count  pic 9(7) value zero.
01  pair-table.
    03  pair-entry occurs 1 to 500000 times
                    depending on pair-max
                    ascending key is pre-child
                    indexed by pair-idx.
        05  pre-child   pic 9(9).
        05  pre-parent  pic 9(9).

*>  the chain of the place being audited, the place itself first;
*>  twenty levels is far deeper than the feed goes.
01  chain-max  pic 9(2) value zero.
01  chain-sub  pic 9(2) value zero.
01  chain-table.
    03  chain-entry occurs 21 times.
        05  cne-geonameid  pic 9(9).

01  chain-geonameid   pic 9(9) value zero.
01  parent-geonameid  pic 9(9) value zero.

01  walk-switch  pic x value 'N'.
    88 walk-done      value 'Y'.
    88 walk-not-done  value 'N'.

01  parent-switch  pic x value 'N'.
    88 parent-found      value 'Y'.
    88 parent-not-found  value 'N'.

01  cycle-switch  pic x value 'N'.
    88 cycle-found      value 'Y'.
    88 cycle-not-found  value 'N'.

01  trouble-kind     pic x(8) value spaces.
01  mismatch-level   pic x(8) value spaces.
01  place-code       pic x(80) value spaces.
01  ancestor-code    pic x(80) value spaces.

01  chain-text     pic x(300) value spaces.
01  chain-pointer  pic 9(3) value 1.

01  input-count           pic 9(7) value zero.
01  master-count          pic 9(7) value zero.
01  ancestor-count        pic 9(7) value zero.
01  off-master-count      pic 9(7) value zero.
01  country-mismatch-count pic 9(7) value zero.
01  admin1-mismatch-count pic 9(7) value zero.
01  admin2-mismatch-count pic 9(7) value zero.
01  no-entry-count        pic 9(7) value zero.
01  cycle-count           pic 9(7) value zero.
01  depth-count           pic 9(7) value zero.

01  display-count  pic z,zzz,zz9.

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining hierarchy-file-name master-file-name
    exceptions-file-name no-entry-file-name cycles-file-name.
declaratives.
    hierarchy-io-error section.
        use after error procedure on hierarchy-file.
    hierarchy-error-routine.
        if not hierarchy-success and not hierarchy-eof
            display
                'File error with hierarchy-file status '
                with no advancing
            end-display
            display hierarchy-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    master-io-error section.
        use after error procedure on master-file.
    master-error-routine.
        if not master-success and not master-eof
            display
                'File error with master-file status '
                with no advancing
            end-display
            display master-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    ancestor-io-error section.
        use after error procedure on ancestor-file.
    ancestor-error-routine.
        if not ancestor-success and not ancestor-not-found
            display
                'File error with ancestor-file status '
                with no advancing
            end-display
            display ancestor-file-status end-display
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

    no-entry-io-error section.
        use after error procedure on no-entry-file.
    no-entry-error-routine.
        if not no-entry-success
            display
                'File error with no-entry-file status '
                with no advancing
            end-display
            display no-entry-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    cycles-io-error section.
        use after error procedure on cycles-file.
    cycles-error-routine.
        if not cycles-success
            display
                'File error with cycles-file status '
                with no advancing
            end-display
            display cycles-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-hieraudit0.
    display newline 'starting hieraudit0' newline end-display

    display 'hierarchy  ' hierarchy-file-name newline end-display
    display 'master     ' master-file-name newline end-display
    display 'exceptions ' exceptions-file-name newline end-display
    display 'no-entry   ' no-entry-file-name newline end-display
    display 'cycles     ' cycles-file-name newline end-display

    perform load-pair-table

    open input master-file
    open input ancestor-file
    open output exceptions-file
    open output no-entry-file
    open output cycles-file

    perform write-file-headings

    read master-file end-read

    perform audit-one-place
        until master-eof

    close master-file
    close ancestor-file
    close exceptions-file
    close no-entry-file
    close cycles-file

    move master-count to display-count
    display display-count ' master places audited' end-display

    move ancestor-count to display-count
    display display-count ' ancestors compared' end-display

    move off-master-count to display-count
    display display-count ' ancestors not on master' end-display

    move country-mismatch-count to display-count
    display display-count ' COUNTRY mismatches' end-display

    move admin1-mismatch-count to display-count
    display display-count ' ADMIN1 mismatches' end-display

    move admin2-mismatch-count to display-count
    display display-count ' ADMIN2 mismatches' end-display

    move no-entry-count to display-count
    display display-count ' places with no hierarchy entry' end-display

    move cycle-count to display-count
    display display-count ' chains with a cycle' end-display

    move depth-count to display-count
    display display-count ' chains past the depth cap' end-display

    display newline 'ending hieraudit0' newline end-display

    stop run
    .
*> ================================================================
*>  load-pair-table
*>
*>  load the feed's administrative parent/child pairs and sort
*>  them by child for the binary search in find-parent.
*> ================================================================
load-pair-table.
    open input hierarchy-file

    read hierarchy-file end-read

    perform load-one-pair
        until hierarchy-eof

    close hierarchy-file

    if pair-max > zero
        sort pair-entry ascending key pre-child
    end-if

    move input-count to display-count
    display display-count ' hierarchy pairs read' end-display

    move pair-max to display-count
    display display-count ' administrative pairs kept' end-display

    if pair-overflow-count > zero
        move pair-overflow-count to display-count
        display
            display-count ' pairs past the table cap were dropped;'
            ' the audit may be incomplete'
        end-display
    end-if

    display space end-display
    .
load-one-pair.
    add 1 to input-count end-add

    initialize hierarchy-columns
    unstring hierarchy-record delimited by tab into
        hc-parent-text
        hc-child-text
        hc-type
    end-unstring

    if hc-parent-text not = spaces
    and hc-child-text not = spaces
    and (hc-type = spaces or hc-type = 'ADM')
        if pair-max < 500000
            add 1 to pair-max end-add
            set pair-idx to pair-max
            move numval(hc-parent-text) to pre-parent(pair-idx)
            move numval(hc-child-text)  to pre-child(pair-idx)
        else
            add 1 to pair-overflow-count end-add
        end-if
    end-if

    read hierarchy-file end-read
    .
*> ================================================================
*>  write-file-headings
*>
*>  a caption line at the top of each output file, the way
*>  citydups0 heads its collision file.
*> ================================================================
write-file-headings.
    move spaces to exceptions-record
    string
        'geonameid'          delimited by size
        tab                  delimited by size
        'name'               delimited by size
        tab                  delimited by size
        'level'              delimited by size
        tab                  delimited by size
        'place code'         delimited by size
        tab                  delimited by size
        'ancestor'           delimited by size
        tab                  delimited by size
        'featurecode'        delimited by size
        tab                  delimited by size
        'ancestor name'      delimited by size
        tab                  delimited by size
        'ancestor code'      delimited by size
        into exceptions-record
    end-string
    write exceptions-record

    move spaces to no-entry-record
    string
        'geonameid'    delimited by size
        tab            delimited by size
        'name'         delimited by size
        tab            delimited by size
        'featurecode'  delimited by size
        tab            delimited by size
        'countrycode'  delimited by size
        tab            delimited by size
        'admin1code'   delimited by size
        into no-entry-record
    end-string
    write no-entry-record

    move spaces to cycles-record
    string
        'geonameid'  delimited by size
        tab          delimited by size
        'name'       delimited by size
        tab          delimited by size
        'trouble'    delimited by size
        tab          delimited by size
        'chain'      delimited by size
        into cycles-record
    end-string
    write cycles-record
    .
*> ================================================================
*>  audit-one-place
*>
*>  walk the current master record's chain upward, comparing
*>  every ancestor the master carries; a place with no parent at
*>  all goes to the no-entry file instead.
*> ================================================================
audit-one-place.
    add 1 to master-count end-add

    move 1 to chain-max
    move master-geonameid to cne-geonameid(1)
    move master-geonameid to chain-geonameid

    perform find-parent

    if parent-not-found
        if master-featurecode(1:3) not = 'PCL'
            perform write-no-entry-record
        end-if
    else
        set walk-not-done to true
        perform climb-one-level
            until walk-done
    end-if

    read master-file end-read
    .
*> ================================================================
*>  climb-one-level
*>
*>  parent-geonameid holds the parent just found for
*>  chain-geonameid: stop on a geonameid already on the chain or
*>  at the depth cap, otherwise stack it, compare it, and look up
*>  its own parent for the next level.
*> ================================================================
climb-one-level.
    set cycle-not-found to true
    move 1 to chain-sub
    perform check-chain-entry
        until chain-sub > chain-max
        or cycle-found

    evaluate true
        when chain-max > 20
            move 'DEPTH' to trouble-kind
            add 1 to depth-count end-add
            perform write-cycles-record
            set walk-done to true
        when cycle-found
            add 1 to chain-max end-add
            move parent-geonameid to cne-geonameid(chain-max)
            move 'CYCLE' to trouble-kind
            add 1 to cycle-count end-add
            perform write-cycles-record
            set walk-done to true
        when other
            add 1 to chain-max end-add
            move parent-geonameid to cne-geonameid(chain-max)
            perform compare-ancestor
            move parent-geonameid to chain-geonameid
            perform find-parent
            if parent-not-found
                set walk-done to true
            end-if
    end-evaluate
    .
check-chain-entry.
    if cne-geonameid(chain-sub) = parent-geonameid
        set cycle-found to true
    else
        add 1 to chain-sub end-add
    end-if
    .
*> ================================================================
*>  find-parent
*>
*>  binary search of the sorted pairs for chain-geonameid's
*>  parent.
*> ================================================================
find-parent.
    set parent-not-found to true

    if pair-max > zero
        search all pair-entry
            at end
                set parent-not-found to true
            when pre-child(pair-idx) = chain-geonameid
                set parent-found to true
                move pre-parent(pair-idx) to parent-geonameid
        end-search
    end-if
    .
*> ================================================================
*>  compare-ancestor
*>
*>  keyed read of the ancestor and one exception per code that
*>  disagrees with the place's; an ancestor not on the master is
*>  only counted.
*> ================================================================
compare-ancestor.
    move parent-geonameid to ancestor-geonameid

    read ancestor-file
        invalid key
            add 1 to off-master-count end-add
        not invalid key
            add 1 to ancestor-count end-add
            perform compare-ancestor-codes
    end-read
    .
compare-ancestor-codes.
    if ancestor-countrycode not = spaces
    and ancestor-countrycode not = master-countrycode
        move 'COUNTRY' to mismatch-level
        move master-countrycode to place-code
        move ancestor-countrycode to ancestor-code
        add 1 to country-mismatch-count end-add
        perform write-exceptions-record
    end-if

    if ancestor-admin1code not = spaces
    and ancestor-admin1code not = '00'
    and ancestor-admin1code not = master-admin1code
        move 'ADMIN1' to mismatch-level
        move master-admin1code to place-code
        move ancestor-admin1code to ancestor-code
        add 1 to admin1-mismatch-count end-add
        perform write-exceptions-record
    end-if

    if ancestor-admin2code not = spaces
    and ancestor-admin2code not = master-admin2code
        move 'ADMIN2' to mismatch-level
        move master-admin2code to place-code
        move ancestor-admin2code to ancestor-code
        add 1 to admin2-mismatch-count end-add
        perform write-exceptions-record
    end-if
    .
write-exceptions-record.
    move spaces to exceptions-record
    string
        master-geonameid           delimited by size
        tab                        delimited by size
        trim(master-name)          delimited by size
        tab                        delimited by size
        trim(mismatch-level)       delimited by size
        tab                        delimited by size
        trim(place-code)           delimited by size
        tab                        delimited by size
        ancestor-geonameid         delimited by size
        tab                        delimited by size
        trim(ancestor-featurecode) delimited by size
        tab                        delimited by size
        trim(ancestor-name)        delimited by size
        tab                        delimited by size
        trim(ancestor-code)        delimited by size
        into exceptions-record
    end-string
    write exceptions-record
    .
write-no-entry-record.
    add 1 to no-entry-count end-add

    move spaces to no-entry-record
    string
        master-geonameid          delimited by size
        tab                       delimited by size
        trim(master-name)         delimited by size
        tab                       delimited by size
        trim(master-featurecode)  delimited by size
        tab                       delimited by size
        master-countrycode        delimited by size
        tab                       delimited by size
        trim(master-admin1code)   delimited by size
        into no-entry-record
    end-string
    write no-entry-record
    .
*> ================================================================
*>  write-cycles-record
*>
*>  the place, CYCLE or DEPTH, and the chain as far as it went,
*>  bottom up, geonameids joined by ' > '.
*> ================================================================
write-cycles-record.
    move spaces to chain-text
    move 1 to chain-pointer

    string
        cne-geonameid(1)  delimited by size
        into chain-text
        with pointer chain-pointer
    end-string

    move 2 to chain-sub
    perform add-chain-text
        until chain-sub > chain-max

    move spaces to cycles-record
    string
        master-geonameid    delimited by size
        tab                 delimited by size
        trim(master-name)   delimited by size
        tab                 delimited by size
        trim(trouble-kind)  delimited by size
        tab                 delimited by size
        trim(chain-text)    delimited by size
        into cycles-record
    end-string
    write cycles-record
    .
add-chain-text.
    string
        ' > '                     delimited by size
        cne-geonameid(chain-sub)  delimited by size
        into chain-text
        with pointer chain-pointer
    end-string

    add 1 to chain-sub end-add
    .
end program hieraudit0.
