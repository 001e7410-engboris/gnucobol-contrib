*>
*> the operator id chains in and must not be blank: an audit trail
*> that says nobody made the change is not an audit trail.
*>
*> when a history file name is chained in (after the operator id),
*> every rewrite is also appended to the shared master history file
*> (see city-history-record.cpy) with the whole record before and
*> after the correction, so cityasof0 can rebuild the record as of
*> any date -- the audit file's field lines only say what moved.
*>
*> the operator authorization file and the access log chain in
*> after the history file name, and both are required. before the
*> first screen the operator id is read from the authorization file
*> (see operator-auth-record.cpy): an operator who is not there, is
*> not active, has expired, or holds the browse-only role is turned
*> away and the attempt logged DENIED. once signed on, every record
*> pulled is logged as viewed, and a field the operator's role may
*> not correct is put back as it was and logged REFUSED -- names
*> and population for role N, the admin codes and timezone for
*> role A, everything for a supervisor.
*> =====================================================================

environment division.
        file status is overrides-file-status
        organization is line sequential.

    select optional history-file
        assign to history-file-name
        file status is history-file-status
        organization is line sequential.

    select auth-file
        assign to auth-file-name
        file status is auth-file-status
        organization is indexed
        access is random
        record key is oa-operator-id.

    select optional access-log-file
        assign to access-log-file-name
        file status is access-log-file-status
        organization is line sequential.

data division.
file section.
fd  master-file.
fd  overrides-file.
01  override-record  pic x(300).

fd  history-file.
copy "copy/city-history-record.cpy".

fd  auth-file.
copy "copy/operator-auth-record.cpy".

fd  access-log-file.
copy "copy/access-log-record.cpy".

working-storage section.
01  master-file-name    pic x(64) value spaces.
01  master-file-status  pic x(2).
01  overrides-file-status  pic x(2).
    88 overrides-success  value "00" "05".

01  history-file-name    pic x(64) value spaces.
01  history-file-status  pic x(2).
    88 history-success  value "00" "05".

01  auth-file-name    pic x(64) value spaces.
01  auth-file-status  pic x(2).
    88 auth-success    value "00".
    88 auth-not-found  value "23".

01  access-log-file-name    pic x(64) value spaces.
01  access-log-file-status  pic x(2).
    88 access-log-success  value "00" "05".

01  operator-id  pic x(8) value spaces.

01  operator-role  pic x value space.
    88 role-correct-names  value 'N'.
    88 role-correct-admin  value 'A'.
    88 role-supervisor     value 'S'.

01  denied-reason  pic x(60) value spaces.

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

01  before-image  pic x(5931) value spaces.

01  geonameid-entry  pic x(10) value spaces.
    88 operator-is-done  value 'X' 'x'.

01  not-found-count  pic 9(5) value zero.
01  rewritten-count  pic 9(5) value zero.
01  change-count     pic 9(5) value zero.
01  refused-count    pic 9(5) value zero.
01  record-refused-count  pic 9(3) value zero.
01  refused-count-edit    pic zz9.

01  screen-message  pic x(60) value spaces.

        value 'fields are left alone'.

procedure division chaining master-file-name audit-file-name
    overrides-file-name operator-id history-file-name auth-file-name
    access-log-file-name.
declaratives.
    master-io-error section.
        use after error procedure on master-file.
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

    auth-io-error section.
        use after error procedure on auth-file.
    auth-error-routine.
        if not auth-success and not auth-not-found
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
start-citymaint0.
    perform sign-on-operator

    open i-o master-file
    open extend audit-file
    open extend overrides-file
    if history-file-name not = spaces
        open extend history-file
    end-if

    set stay-maintaining to true
    move spaces to screen-message
    close master-file
    close audit-file
    close overrides-file
    if history-file-name not = spaces
        close history-file
    end-if
    close access-log-file

    move pulled-count to display-count
    display display-count ' records pulled' end-display
    move change-count to display-count
    display display-count ' field changes logged' end-display

    move refused-count to display-count
    display display-count ' field changes refused for the role'
        end-display

    stop run
    .
*> ================================================================
                end-string
            not invalid key
                add 1 to pulled-count end-add
                move 'VIEW' to access-event
                move master-geonameid to access-geonameid
                move spaces to access-detail
                perform write-access-log-record
                perform edit-pulled-record
        end-read
    end-if
    move master-admin3code(1:20) to ed-admin3code
    move master-admin4code(1:20) to ed-admin4code
    move edit-fields to old-fields
    move master-city-record to before-image

    display edit-screen end-display
    accept edit-screen end-accept
    accept run-date-x from date yyyymmdd end-accept
    accept run-time-x from time end-accept

    perform refuse-unauthorized-edits
    perform apply-field-changes

    if record-change-count > zero
            not invalid key
                add 1 to rewritten-count end-add
                perform write-change-logs
                if history-file-name not = spaces
                    perform write-history-record
                end-if
                move spaces to screen-message
                string
                    'geonameid ' delimited by size
        move 'no fields were changed' to screen-message
    end-if

    if record-refused-count > zero
        move record-refused-count to refused-count-edit
        move spaces to screen-message
        string
            'geonameid ' delimited by size
            trim(geonameid-entry) delimited by size
            ': ' delimited by size
            trim(refused-count-edit) delimited by size
            ' change(s) refused for role ' delimited by size
            operator-role delimited by size
            into screen-message
        end-string
    end-if

    move spaces to geonameid-entry
    .
*> ================================================================
*>  refuse-unauthorized-edits
*>
*>  before anything is applied, put back every field the operator
*>  changed but the role may not correct, logging each one
*>  REFUSED; apply-field-changes then sees those fields unchanged.
*> ================================================================
refuse-unauthorized-edits.
    move zero to record-refused-count

    if not role-supervisor
        if not role-correct-names
            if ed-name not = old-name
                move 'name' to access-detail
                perform refuse-one-edit
                move old-name to ed-name
            end-if
            if ed-population not = old-population
                move 'population' to access-detail
                perform refuse-one-edit
                move old-population to ed-population
            end-if
        end-if

        if not role-correct-admin
            if ed-timezone not = old-timezone
                move 'timezone' to access-detail
                perform refuse-one-edit
                move old-timezone to ed-timezone
            end-if
            if ed-admin1code not = old-admin1code
                move 'admin1code' to access-detail
                perform refuse-one-edit
                move old-admin1code to ed-admin1code
            end-if
            if ed-admin2code not = old-admin2code
                move 'admin2code' to access-detail
                perform refuse-one-edit
                move old-admin2code to ed-admin2code
            end-if
            if ed-admin3code not = old-admin3code
                move 'admin3code' to access-detail
                perform refuse-one-edit
                move old-admin3code to ed-admin3code
            end-if
            if ed-admin4code not = old-admin4code
                move 'admin4code' to access-detail
                perform refuse-one-edit
                move old-admin4code to ed-admin4code
            end-if
        end-if
    end-if
    .
refuse-one-edit.
    add 1 to refused-count end-add
    add 1 to record-refused-count end-add
    move 'REFUSED' to access-event
    move master-geonameid to access-geonameid
    perform write-access-log-record
    .
apply-field-changes.
    if ed-name not = old-name
        move 'name' to changed-field-name

    add 1 to record-change-sub end-add
    .
*> ================================================================
*>  sign-on-operator
*>
*>  before the first screen: the operator id must be on the
*>  operator authorization file, active, not expired, and in a
*>  role that may correct something, or the attempt is logged
*>  DENIED and the run ends -- as is a run with no operator id at
*>  all. an accepted operator is logged SIGNON with the role,
*>  which is kept for refuse-unauthorized-edits.
*> ================================================================
sign-on-operator.
    if auth-file-name = spaces
    or access-log-file-name = spaces
        display
            'an operator authorization file and an access log '
            'are required'
        end-display
        move 1 to return-code
        stop run
    end-if

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

    open extend access-log-file

    if operator-id = spaces
        move 'DENIED' to access-event
        move zero to access-geonameid
        move 'no operator id' to access-detail
        perform write-access-log-record
        close access-log-file
        display 'an operator id is required' end-display
        move 1 to return-code
        stop run
    end-if

    perform read-operator-authority

    move zero to access-geonameid

    if denied-reason not = spaces
        move 'DENIED' to access-event
        move denied-reason to access-detail
        perform write-access-log-record
        close access-log-file
        display
            'operator ' trim(operator-id) ' is not authorized: '
            trim(denied-reason)
        end-display
        move 1 to return-code
        stop run
    end-if

    move 'SIGNON' to access-event
    move spaces to access-detail
    string
        'role '        delimited by size
        operator-role  delimited by size
        into access-detail
    end-string
    perform write-access-log-record
    .
read-operator-authority.
    move spaces to denied-reason

    open input auth-file

    move operator-id to oa-operator-id
    read auth-file
        invalid key
            move 'not on the authorization file' to denied-reason
        not invalid key
            move oa-role to operator-role
            evaluate true
                when not oa-active
                    move 'not active' to denied-reason
                when oa-expiry-date not = spaces
                and oa-expiry-date < today-edit
                    move 'expired' to denied-reason
                when oa-browse-only
                    move 'browse-only role may not correct'
                        to denied-reason
                when not oa-valid-role
                    move 'no valid role' to denied-reason
            end-evaluate
    end-read

    close auth-file
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
    move 'citymaint0'      to al-program
    move operator-id       to al-operator
    move access-event      to al-event
    move access-geonameid  to al-geonameid
    move access-detail     to al-detail

    write access-log-record
    .
*> ================================================================
*>  write-history-record
*>
*>  performed from the rewrite's not-invalid-key branch, after the
*>  field logs: one CHANGED line to the shared master history file
*>  with the record as it was pulled and as it was rewritten,
*>  stamped with the same date and time as the audit lines.
*> ================================================================
write-history-record.
    move spaces to history-record
    move master-geonameid to hist-geonameid
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
    move 'citymaint0'        to hist-program
    move operator-id         to hist-operator
    move 'CHANGED'           to hist-action
    move before-image        to hist-before-image
    move master-city-record  to hist-after-image

    write history-record
    .
end program citymaint0.
