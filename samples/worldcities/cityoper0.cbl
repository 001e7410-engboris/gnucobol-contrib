        >> SOURCE FORMAT IS FREE
identification division.
program-id. cityoper0.
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
*> cityoper0 maintains the indexed operator authorization file that
*> citymaint0, citybrowse0, citylookup0 and cityfind0 check before
*> they do anything (see operator-auth-record.cpy). one run does one
*> thing, named by the function chained in after the file:
*>
*>     A  add an operator: id, name, role, active flag (Y when
*>        blank) and expiry date (yyyy-mm-dd, blank never expires)
*>     C  change an operator: only the columns chained in non-blank
*>        are changed; an expiry of NEVER clears the expiry date
*>     L  list every operator on the file
*>
*> the operator id chained in after the function is the supervisor
*> doing the work: it must be on the file, active, not expired and
*> hold role S, or the attempt is logged DENIED and the run ends.
*> the one exception is the very first add -- while the file has no
*> operators at all, a supervisor may add themself with role S, so
*> the file can be started. a supervisor cannot take their own S
*> role or active flag away, so the file can never be left with
*> nobody able to maintain it by accident.
*>
*> every add and change is stamped with the date and the supervisor
*> who made it, and written to the shared access log (see
*> access-log-record.cpy) as ADDED or CHANGED, chained in last.
*>
*> chaining: auth-file function operator-id target-id name role
*>           active expiry access-log
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select optional auth-file
        assign to auth-file-name
        file status is auth-file-status
        organization is indexed
        access is dynamic
        record key is oa-operator-id.

    select optional access-log-file
        assign to access-log-file-name
        file status is access-log-file-status
        organization is line sequential.

data division.
file section.
fd  auth-file.
copy "copy/operator-auth-record.cpy".

fd  access-log-file.
copy "copy/access-log-record.cpy".

working-storage section.
01  auth-file-name    pic x(64) value spaces.
01  auth-file-status  pic x(2).
    88 auth-success      value "00" "05".
    88 auth-eof          value "10".
    88 auth-key-trouble  value "21" "22" "23".

01  access-log-file-name    pic x(64) value spaces.
01  access-log-file-status  pic x(2).
    88 access-log-success  value "00" "05".

01  function-code  pic x value space.
    88 add-operator     value 'A'.
    88 change-operator  value 'C'.
    88 list-operators   value 'L'.
    88 valid-function   value 'A' 'C' 'L'.

01  operator-id    pic x(8) value spaces.

01  target-id      pic x(8) value spaces.
01  target-name    pic x(40) value spaces.
01  target-role    pic x value space.
    88 target-valid-role  value 'B' 'N' 'A' 'S'.
01  target-active  pic x value space.
    88 target-valid-active  value 'Y' 'N'.
01  target-expiry  pic x(10) value spaces.
    88 target-never-expires  value 'NEVER'.

01  expiry-digits  pic x(8) value spaces.

01  file-empty-switch  pic x value 'N'.
    88 file-is-empty  value 'Y'.

01  denied-reason  pic x(60) value spaces.
01  refused-reason pic x(60) value spaces.

01  access-event      pic x(8) value spaces.
01  access-geonameid  pic 9(9) value zero.
01  access-detail     pic x(60) value spaces.

01  log-date-x.
    03  ldx-year   pic x(4).
    03  ldx-month  pic x(2).
    03  ldx-day    pic x(2).

01  log-time-x.
    03  ltx-hour       pic x(2).
    03  ltx-minute     pic x(2).
    03  ltx-second     pic x(2).
    03  ltx-hundredth  pic x(2).

01  today-edit  pic x(10) value spaces.

01  list-line  pic x(100) value spaces.

01  operator-count  pic 9(7) value zero.

01  display-count  pic z,zzz,zz9.

01  newline  pic x value x'0A'.

procedure division chaining auth-file-name function-code
    operator-id target-id target-name target-role target-active
    target-expiry access-log-file-name.
declaratives.
    auth-io-error section.
        use after error procedure on auth-file.
    auth-error-routine.
        if not auth-success and not auth-eof
        and not auth-key-trouble
            display
                'File error with auth-file status '
                with no advancing
            end-display
            display auth-file-status end-display
            move 1 to return-code
            stop run
        end-if.

    access-log-io-error section.
        use after error procedure on access-log-file.
    access-log-error-routine.
        if not access-log-success
            display
                'File error with access-log-file status '
                with no advancing
            end-display
            display access-log-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-cityoper0.
    display newline 'starting cityoper0' newline end-display

    move upper-case(function-code) to function-code
    move upper-case(target-role) to target-role
    move upper-case(target-active) to target-active
    move upper-case(target-expiry) to target-expiry

    if not valid-function
        display 'the function must be A (add), C (change) or L (list)'
        end-display
        move 1 to return-code
        stop run
    end-if

    if operator-id = spaces
        display 'an operator id is required' end-display
        move 1 to return-code
        stop run
    end-if

    if auth-file-name = spaces
    or access-log-file-name = spaces
        display
            'an operator authorization file and an access log '
            'are required'
        end-display
        move 1 to return-code
        stop run
    end-if

    display 'maintaining ' auth-file-name newline end-display

    accept log-date-x from date yyyymmdd end-accept
    move spaces to today-edit
    string
        ldx-year   delimited by size
        '-'        delimited by size
        ldx-month  delimited by size
        '-'        delimited by size
        ldx-day    delimited by size
        into today-edit
    end-string

    open i-o auth-file
    open extend access-log-file

    perform check-file-empty
    perform check-supervisor

    evaluate true
        when add-operator
            perform add-one-operator
        when change-operator
            perform change-one-operator
        when list-operators
            perform list-all-operators
    end-evaluate

    close auth-file
    close access-log-file

    if list-operators
        move operator-count to display-count
        display newline display-count ' operators on file' end-display
    end-if

    display newline 'ending cityoper0' newline end-display

    stop run
    .
*> ================================================================
*>  check-file-empty
*>
*>  position at the lowest key to find out whether the file has
*>  any operators at all -- the one case a supervisor who is not
*>  yet on the file may add themself.
*> ================================================================
check-file-empty.
    move 'N' to file-empty-switch
    move low-values to oa-operator-id
    start auth-file key is not less than oa-operator-id
        invalid key
            move 'Y' to file-empty-switch
    end-start
    .
*> ================================================================
*>  check-supervisor
*>
*>  the operator doing the work must be an active, unexpired
*>  supervisor; otherwise the attempt is logged DENIED and the
*>  run ends. while the file is empty, only an add of the
*>  supervisor themself with role S gets past.
*> ================================================================
check-supervisor.
    move spaces to denied-reason

    if file-is-empty
        if not add-operator
        or target-id not = operator-id
        or target-role not = 'S'
            move 'file is empty: first add must be own id, role S'
                to denied-reason
        end-if
    else
        move operator-id to oa-operator-id
        read auth-file
            invalid key
                move 'not on the authorization file' to denied-reason
            not invalid key
                evaluate true
                    when not oa-active
                        move 'not active' to denied-reason
                    when oa-expiry-date not = spaces
                    and oa-expiry-date < today-edit
                        move 'expired' to denied-reason
                    when not oa-supervisor
                        move 'not a supervisor' to denied-reason
                end-evaluate
        end-read
    end-if

    if denied-reason not = spaces
        move 'DENIED' to access-event
        move denied-reason to access-detail
        perform write-access-log-record
        close auth-file
        close access-log-file
        display
            'operator ' trim(operator-id) ' is not authorized: '
            trim(denied-reason)
        end-display
        move 1 to return-code
        stop run
    end-if
    .
*> ================================================================
*>  add-one-operator
*>
*>  a new record from the chained columns; the id, name and a
*>  valid role are required, the active flag defaults to Y.
*> ================================================================
add-one-operator.
    move spaces to refused-reason

    evaluate true
        when target-id = spaces
            move 'an operator id to add is required' to refused-reason
        when target-name = spaces
            move 'an operator name is required' to refused-reason
        when not target-valid-role
            move 'the role must be B, N, A or S' to refused-reason
        when target-active not = space
        and not target-valid-active
            move 'the active flag must be Y or N' to refused-reason
    end-evaluate

    if refused-reason = spaces
        perform check-target-expiry
    end-if

    if refused-reason not = spaces
        perform refuse-maintenance
    end-if

    move spaces to operator-auth-record
    move target-id to oa-operator-id
    move target-name to oa-operator-name
    move target-role to oa-role
    if target-active = space
        move 'Y' to oa-active-flag
    else
        move target-active to oa-active-flag
    end-if
    if not target-never-expires
        move target-expiry to oa-expiry-date
    end-if
    move today-edit to oa-changed-date
    move operator-id to oa-changed-by

    write operator-auth-record
        invalid key
            move 'already on the authorization file' to refused-reason
            perform refuse-maintenance
    end-write

    move 'ADDED' to access-event
    perform log-maintenance
    display 'added operator ' trim(oa-operator-id) end-display
    .
*> ================================================================
*>  change-one-operator
*>
*>  read the operator and change only the columns chained in
*>  non-blank; the supervisor may not take their own S role or
*>  active flag away.
*> ================================================================
change-one-operator.
    move spaces to refused-reason

    evaluate true
        when target-id = spaces
            move 'an operator id to change is required'
                to refused-reason
        when target-role not = space
        and not target-valid-role
            move 'the role must be B, N, A or S' to refused-reason
        when target-active not = space
        and not target-valid-active
            move 'the active flag must be Y or N' to refused-reason
        when target-id = operator-id
        and ((target-role not = space and target-role not = 'S')
             or target-active = 'N')
            move 'a supervisor cannot remove their own access'
                to refused-reason
    end-evaluate

    if refused-reason = spaces
        perform check-target-expiry
    end-if

    if refused-reason not = spaces
        perform refuse-maintenance
    end-if

    move target-id to oa-operator-id
    read auth-file
        invalid key
            move 'not on the authorization file' to refused-reason
            perform refuse-maintenance
    end-read

    if target-name not = spaces
        move target-name to oa-operator-name
    end-if
    if target-role not = space
        move target-role to oa-role
    end-if
    if target-active not = space
        move target-active to oa-active-flag
    end-if
    evaluate true
        when target-never-expires
            move spaces to oa-expiry-date
        when target-expiry not = spaces
            move target-expiry to oa-expiry-date
    end-evaluate
    move today-edit to oa-changed-date
    move operator-id to oa-changed-by

    rewrite operator-auth-record
        invalid key
            move 'not on the authorization file' to refused-reason
            perform refuse-maintenance
    end-rewrite

    move 'CHANGED' to access-event
    perform log-maintenance
    display 'changed operator ' trim(oa-operator-id) end-display
    .
*> ================================================================
*>  check-target-expiry
*>
*>  an expiry date chained in must be NEVER or a real
*>  yyyy-mm-dd date.
*> ================================================================
check-target-expiry.
    if target-expiry not = spaces
    and not target-never-expires
        move spaces to expiry-digits
        string
            target-expiry(1:4)  delimited by size
            target-expiry(6:2)  delimited by size
            target-expiry(9:2)  delimited by size
            into expiry-digits
        end-string
        if target-expiry(5:1) not = '-'
        or target-expiry(8:1) not = '-'
        or expiry-digits not numeric
            move 'the expiry date must be yyyy-mm-dd' to refused-reason
        else
            if test-date-yyyymmdd(numval(expiry-digits)) not = zero
                move 'the expiry date is not a real date'
                    to refused-reason
            end-if
        end-if
    end-if
    .
*> ================================================================
*>  refuse-maintenance
*>
*>  the supervisor got in but the change itself cannot be made:
*>  say why and end the run without touching the file.
*> ================================================================
refuse-maintenance.
    close auth-file
    close access-log-file
    display 'operator ' trim(target-id) ' not maintained: '
        trim(refused-reason)
    end-display
    move 1 to return-code
    stop run
    .
*> ================================================================
*>  log-maintenance
*>
*>  one access log line for the add or change just made, naming
*>  the operator and the record as it now stands.
*> ================================================================
log-maintenance.
    move spaces to access-detail
    string
        trim(oa-operator-id)  delimited by size
        ' role '              delimited by size
        oa-role               delimited by size
        ' active '            delimited by size
        oa-active-flag        delimited by size
        ' expiry '            delimited by size
        oa-expiry-date        delimited by size
        into access-detail
    end-string
    perform write-access-log-record
    .
*> ================================================================
*>  list-all-operators
*>
*>  every operator on the file in id order, one line each.
*> ================================================================
list-all-operators.
    display
        'operator  name                                     '
        'role active expiry     changed    by'
    end-display

    if not file-is-empty
        move low-values to oa-operator-id
        start auth-file key is not less than oa-operator-id
        end-start
        read auth-file next record end-read
        perform list-one-operator
            until auth-eof
    end-if
    .
list-one-operator.
    add 1 to operator-count end-add

    move spaces to list-line
    string
        oa-operator-id    delimited by size
        '  '              delimited by size
        oa-operator-name  delimited by size
        ' '               delimited by size
        oa-role           delimited by size
        '    '            delimited by size
        oa-active-flag    delimited by size
        '      '          delimited by size
        oa-expiry-date    delimited by size
        ' '               delimited by size
        oa-changed-date   delimited by size
        ' '               delimited by size
        oa-changed-by     delimited by size
        into list-line
    end-string
    display list-line end-display

    read auth-file next record end-read
    .
*> ================================================================
*>  write-access-log-record
*>
*>  append one line to the shared access log for access-event,
*>  access-geonameid and access-detail, stamped with the date and
*>  time it happened.
*> ================================================================
write-access-log-record.
    accept log-date-x from date yyyymmdd end-accept
    accept log-time-x from time end-accept

    move spaces to access-log-record
    string
        ldx-year   delimited by size
        '-'        delimited by size
        ldx-month  delimited by size
        '-'        delimited by size
        ldx-day    delimited by size
        into al-date
    end-string
    string
        ltx-hour    delimited by size
        ':'         delimited by size
        ltx-minute  delimited by size
        ':'         delimited by size
        ltx-second  delimited by size
        into al-time
    end-string
    move 'cityoper0'       to al-program
    move operator-id       to al-operator
    move access-event      to al-event
    move access-geonameid  to al-geonameid
    move access-detail     to al-detail

    write access-log-record
    .
end program cityoper0.
