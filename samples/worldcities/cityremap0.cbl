        >> SOURCE FORMAT IS FREE
identification division.
program-id. cityremap0.
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
*> cityremap0 redirects retired geonameids in a geonameid-keyed
*> file through the retired-geonameid registry cityapply0 keeps
*> (see retired-geonameid-record.cpy), so a customer file, a
*> citymatch0 matched file or citypostal0's cross-reference that
*> still names a place geonames has merged away points at the place
*> that replaced it instead of at nothing.
*>
*> the file is tab-delimited, and the geonameid is in the column
*> whose number chains in (spaces means column 1). every line is
*> copied to the remapped file; when its geonameid is in the
*> registry, the id is replaced by its replacement -- and when the
*> replacement has itself been retired since, by the id that
*> replaced that, up to 10 hops -- leaving every other column as it
*> was. a line whose column does not hold a number (a heading line,
*> a short line) is copied as it stands. a retired geonameid the
*> registry marks RESTORED has come back onto the master, so it --
*> or the first restored id reached along the chain -- is left as
*> it stands.
*>
*> a retired geonameid that cannot be redirected -- no replacement
*> was ever inferred, or the chain of replacements ends in one that
*> was, or runs past 10 hops -- is copied unchanged and listed in
*> the report file for someone to settle by hand:
*>
*>     line number, geonameid, name, countrycode, date retired,
*>     reason
*>
*> the indexed postal cross-reference is remapped by running this
*> over the tab-delimited xref citypostal0 wrote (geonameid is its
*> column 1) and reloading the result with postalxref0.
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select retired-file
        assign to retired-file-name
        file status is retired-file-status
        organization is indexed
        access is random
        record key is rt-geonameid.

    select input-file
        assign to input-file-name
        file status is input-file-status
        organization is line sequential.

    select remapped-file
        assign to remapped-file-name
        file status is remapped-file-status
        organization is line sequential.

    select report-file
        assign to report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  retired-file.
copy "copy/retired-geonameid-record.cpy".

fd  input-file.
01  input-record  pic x(6000).

fd  remapped-file.
01  remapped-record  pic x(6000).

fd  report-file.
01  report-record  pic x(400).

working-storage section.
01  retired-file-name    pic x(64) value spaces.
01  retired-file-status  pic x(2).
    88 retired-success    value "00".
    88 retired-not-found  value "23".

01  input-file-name    pic x(64) value spaces.
01  input-file-status  pic x(2).
    88 input-success  value "00".
    88 input-eof      value "10".

01  remapped-file-name    pic x(64) value spaces.
01  remapped-file-status  pic x(2).
    88 remapped-success  value "00".

01  report-file-name    pic x(64) value spaces.
01  report-file-status  pic x(2).
    88 report-success  value "00".

01  column-param   pic x(3) value spaces.
01  remap-column   pic 9(3) value zero.

*>  where the geonameid column sits in the current line.
01  line-length     pic 9(4) value zero.
01  line-pointer    pic 9(4) value zero.
01  column-sub      pic 9(3) value zero.
01  column-start    pic 9(4) value zero.
01  column-end      pic 9(4) value zero.
01  column-text     pic x(20) value spaces.
01  column-length   pic 9(4) value zero.
01  skipped-text    pic x(6000) value spaces.
01  remapped-pointer  pic 9(4) value zero.

01  original-geonameid  pic 9(9) value zero.
01  resolved-geonameid  pic 9(9) value zero.
01  geonameid-edit      pic z(8)9.
01  hop-count           pic 9(2) value zero.

*>  the registry entry for the id as found in the file, kept for
*>  the report while the chain of replacements is followed.
01  first-retired-name         pic x(200) value spaces.
01  first-retired-countrycode  pic x(2) value spaces.
01  first-retired-date         pic x(10) value spaces.

01  resolve-switch  pic x value 'L'.
    88 id-live         value 'L'.
    88 id-redirected   value 'R'.
    88 id-dead-end     value 'D'.
    88 id-too-deep     value 'T'.

01  follow-switch  pic x value 'N'.
    88 following-chain      value 'Y'.
    88 not-following-chain  value 'N'.

01  report-reason  pic x(60) value spaces.

01  line-count        pic 9(7) value zero.
01  no-id-count       pic 9(7) value zero.
01  live-count        pic 9(7) value zero.
01  redirected-count  pic 9(7) value zero.
01  unresolved-count  pic 9(7) value zero.

01  display-count  pic z,zzz,zz9.

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining retired-file-name input-file-name
    remapped-file-name report-file-name column-param.
declaratives.
    retired-io-error section.
        use after error procedure on retired-file.
    retired-error-routine.
        if not retired-success and not retired-not-found
            display
                'File error with retired-file status '
                with no advancing
            end-display
            display retired-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    input-io-error section.
        use after error procedure on input-file.
    input-error-routine.
        if not input-success and not input-eof
            display
                'File error with input-file status '
                with no advancing
            end-display
            display input-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    remapped-io-error section.
        use after error procedure on remapped-file.
    remapped-error-routine.
        if not remapped-success
            display
                'File error with remapped-file status '
                with no advancing
            end-display
            display remapped-file-status end-display
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
start-cityremap0.
    display newline 'starting cityremap0' newline end-display

    if column-param = spaces
        move 1 to remap-column
    else
        move numval(column-param) to remap-column
    end-if

    if remap-column = zero
        display 'the geonameid column number must be 1 or more'
            end-display
        move 1 to return-code
        stop run
    end-if

    display 'registry ' retired-file-name newline end-display
    display 'reading  ' input-file-name newline end-display
    display 'remapped ' remapped-file-name newline end-display
    display 'report   ' report-file-name newline end-display
    display 'geonameid in column ' remap-column end-display

    open input retired-file
    open input input-file
    open output remapped-file
    open output report-file

    read input-file end-read

    perform remap-one-line
        until input-eof

    close retired-file
    close input-file
    close remapped-file
    close report-file

    move line-count to display-count
    display display-count ' lines read' end-display

    move redirected-count to display-count
    display display-count ' retired geonameids redirected' end-display

    move unresolved-count to display-count
    display display-count ' retired geonameids not redirected'
        ' (see report)' end-display

    move live-count to display-count
    display display-count ' geonameids not retired' end-display

    move no-id-count to display-count
    display display-count ' lines with no geonameid in the column'
        end-display

    display newline 'ending cityremap0' newline end-display

    stop run
    .
*> ================================================================
*>  remap-one-line
*>
*>  find the geonameid column in the current line, resolve the id
*>  through the registry, and write the line -- rebuilt around
*>  the replacement id when there is one, as read otherwise.
*> ================================================================
remap-one-line.
    add 1 to line-count end-add

    perform locate-geonameid-column

    if column-length = zero
    or column-text = spaces
    or test-numval(column-text) not = zero
        add 1 to no-id-count end-add
        move input-record to remapped-record
    else
        move numval(column-text) to original-geonameid
        perform resolve-geonameid
        evaluate true
            when id-live
                add 1 to live-count end-add
                move input-record to remapped-record
            when id-redirected
                add 1 to redirected-count end-add
                perform rebuild-remapped-line
            when other
                add 1 to unresolved-count end-add
                move input-record to remapped-record
                perform write-report-record
        end-evaluate
    end-if

    write remapped-record

    read input-file end-read
    .
*> ================================================================
*>  locate-geonameid-column
*>
*>  step over the columns ahead of the geonameid with an unstring
*>  pointer, note where the geonameid column starts, and unstring
*>  it; column-start and column-end bracket it in the line. a line
*>  with fewer columns comes back with a column-length of zero.
*> ================================================================
locate-geonameid-column.
    move zero to column-length
    move spaces to column-text

    if input-record = spaces
        move zero to line-length
    else
        move length(trim(input-record trailing)) to line-length
    end-if

    move 1 to line-pointer
    move 1 to column-sub

    perform skip-one-column
        until column-sub >= remap-column
        or line-pointer > line-length

    if line-pointer <= line-length
        move line-pointer to column-start
        unstring input-record(1:line-length) delimited by tab
            into column-text count in column-length
            with pointer line-pointer
        end-unstring
        compute column-end = column-start + column-length end-compute
    end-if
    .
skip-one-column.
    unstring input-record(1:line-length) delimited by tab
        into skipped-text
        with pointer line-pointer
    end-unstring

    add 1 to column-sub end-add
    .
*> ================================================================
*>  resolve-geonameid
*>
*>  an id not in the registry was never retired and stands, as
*>  does one marked RESTORED. a retired id is followed from
*>  replacement to replacement until one is reached that is not
*>  itself retired or has been restored (redirected), or one with
*>  no replacement (a dead end), or the hop limit runs out.
*> ================================================================
resolve-geonameid.
    set id-live to true
    move original-geonameid to resolved-geonameid
    move zero to hop-count

    move original-geonameid to rt-geonameid
    read retired-file
        invalid key
            set id-live to true
        not invalid key
            move rt-name         to first-retired-name
            move rt-countrycode  to first-retired-countrycode
            move rt-deleted-date to first-retired-date
            set following-chain to true
            perform follow-one-replacement
                until not-following-chain
    end-read
    .
follow-one-replacement.
    evaluate true
        when rt-restored
            if hop-count = zero
                set id-live to true
            else
                set id-redirected to true
            end-if
            set not-following-chain to true
        when rt-replacement-geonameid = zero
            set id-dead-end to true
            set not-following-chain to true
        when hop-count >= 10
            set id-too-deep to true
            set not-following-chain to true
        when other
            add 1 to hop-count end-add
            move rt-replacement-geonameid to resolved-geonameid
            move resolved-geonameid to rt-geonameid
            read retired-file
                invalid key
                    set id-redirected to true
                    set not-following-chain to true
            end-read
    end-evaluate
    .
*> ================================================================
*>  rebuild-remapped-line
*>
*>  the columns ahead of the geonameid, the replacement id, then
*>  the rest of the line from the tab after the old id onward.
*> ================================================================
rebuild-remapped-line.
    move resolved-geonameid to geonameid-edit

    move spaces to remapped-record
    move 1 to remapped-pointer

    if column-start > 1
        string
            input-record(1:column-start - 1) delimited by size
            into remapped-record
            with pointer remapped-pointer
        end-string
    end-if

    string
        trim(geonameid-edit) delimited by size
        into remapped-record
        with pointer remapped-pointer
    end-string

    if column-end <= line-length
        string
            input-record(column-end:line-length - column-end + 1)
                delimited by size
            into remapped-record
            with pointer remapped-pointer
        end-string
    end-if
    .
*> ================================================================
*>  write-report-record
*> ================================================================
write-report-record.
    move spaces to report-reason
    evaluate true
        when id-too-deep
            move 'more than 10 replacements chained' to report-reason
        when hop-count = zero
            move 'no replacement recorded' to report-reason
        when other
            move resolved-geonameid to geonameid-edit
            string
                'replacement '                  delimited by size
                trim(geonameid-edit)            delimited by size
                ' retired with no replacement'  delimited by size
                into report-reason
            end-string
    end-evaluate

    move original-geonameid to geonameid-edit

    move spaces to report-record
    string
        line-count                       delimited by size
        tab                              delimited by size
        trim(geonameid-edit)             delimited by size
        tab                              delimited by size
        trim(first-retired-name)         delimited by size
        tab                              delimited by size
        first-retired-countrycode        delimited by size
        tab                              delimited by size
        first-retired-date               delimited by size
        tab                              delimited by size
        trim(report-reason)              delimited by size
        into report-record
    end-string

    write report-record
    .
end program cityremap0.
