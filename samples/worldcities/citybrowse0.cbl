*> list screen commands:
*>     N next page, P previous page, 1-0 open that hit's detail,
*>     S new search, X leave the program
*>
*> the operator id, the operator authorization file and the access
*> log chain in after the extract, and all three are required: the
*> operator must be on the authorization file (see
*> operator-auth-record.cpy), active and not expired before the
*> search screen is shown, or the attempt is logged DENIED and the
*> run ends.  every search is logged with its hit count, and every
*> detail screen opened is logged as a view of that geonameid.
*> =====================================================================

environment division.
        file status is filtered-city-file-status
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
fd  filtered-city-file.
copy "copy/filtered-city-record.cpy".


fd  auth-file.
copy "copy/operator-auth-record.cpy".

fd  access-log-file.
copy "copy/access-log-record.cpy".

working-storage section.
01  filtered-city-file-name    pic x(64) value spaces.
01  filtered-city-file-status  pic x(2).
    88 filtered-success  value "00".
    88 filtered-eof      value "10".

01  auth-file-name    pic x(64) value spaces.
01  auth-file-status  pic x(2).
    88 auth-success    value "00".
    88 auth-not-found  value "23".

01  access-log-file-name    pic x(64) value spaces.
01  access-log-file-status  pic x(2).
    88 access-log-success  value "00" "05".

01  operator-id    pic x(8) value spaces.
01  operator-role  pic x value space.
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

01  search-name     pic x(30) value spaces.
    88 operator-is-done  value 'X' 'x'.
01  search-country  pic x(2) value spaces.
01  selection-number  pic 9(2) value zero.

01  input-count  pic 9(7) value zero.
01  hit-count-edit  pic zzzzzz9.

01  detail-fields.
    03  dt-geonameid        pic 9(9).
    03  line 24 column 2 value 'press enter to return to the list'.
    03  line 24 column 37 pic x using pause-reply.

procedure division chaining filtered-city-file-name operator-id
    auth-file-name access-log-file-name.
declaratives.
    filtered-io-error section.
        use after error procedure on filtered-city-file.
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
start-citybrowse0.
    perform sign-on-operator

    set stay-browsing to true

    perform run-one-search
        until leave-browse

    close access-log-file

    stop run
    .
*> ================================================================
        set leave-browse to true
    else
        perform scan-extract-for-hits
        perform log-one-search
        perform browse-hit-pages
    end-if
    .
    read filtered-city-file end-read
    .
*> ================================================================
*>  log-one-search
*>
*>  put the search text, the countrycode and the hit count
*>  (kept and overflow together) on the access log.
*> ================================================================
log-one-search.
    compute hit-count-edit = hit-max + hit-overflow-count
    end-compute

    move 'SEARCH' to access-event
    move zero to access-geonameid
    move spaces to access-detail
    string
        "'"                    delimited by size
        trim(search-name)      delimited by size
        "' cc "                delimited by size
        search-country         delimited by size
        ': '                   delimited by size
        trim(hit-count-edit)   delimited by size
        ' hits'                delimited by size
        into access-detail
    end-string
    perform write-access-log-record
    .
*> ================================================================
*>  browse-hit-pages
*>
*>  page the operator through the hit table ten at a time,
    move countryname      to dt-countryname
    move continent        to dt-continent

    move 'VIEW' to access-event
    move dt-geonameid to access-geonameid
    move spaces to access-detail
    perform write-access-log-record

    move space to pause-reply
    display detail-screen end-display
    accept detail-screen end-accept
    .
*> ================================================================
*>  sign-on-operator
*>
*>  before anything else: the operator id must be on the operator
*>  authorization file, active and not expired, or the attempt is
*>  logged DENIED and the run ends -- as is a run with no operator
*>  id at all. any role may look, so an accepted operator is
*>  simply logged SIGNON with the role.
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
    move 'citybrowse0'     to al-program
    move operator-id       to al-operator
    move access-event      to al-event
    move access-geonameid  to al-geonameid
    move access-detail     to al-detail

    write access-log-record
    .
*> ================================================================
*>  unstring-filtered-record
*>
*>  split the current tab-delimited extract row back into
