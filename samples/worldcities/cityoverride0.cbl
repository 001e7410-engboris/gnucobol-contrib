*> or the extract's selection changed) is counted and reported,
*> not fatal; an unrecognized field name is counted too, since it
*> means the overrides file was edited by hand.
*>
*> an override the master already carries -- the feed has caught up
*> with the correction -- is counted as already in effect and not
*> rewritten.
*>
*> when a history file name is chained in, every override applied
*> is also appended to the shared master history file (see
*> city-history-record.cpy) with the whole record before and after
*> it, stamped with the date, time, program and the operator id
*> chained in after it -- 'BATCH' when that is blank.
*> =====================================================================

environment division.
        access is random
        record key is master-geonameid.

    select optional history-file
        assign to history-file-name
        file status is history-file-status
        organization is line sequential.

data division.
file section.
fd  overrides-file.
fd  master-file.
copy "copy/city-master-record.cpy".

fd  history-file.
copy "copy/city-history-record.cpy".

working-storage section.
01  overrides-file-name    pic x(64) value spaces.
01  overrides-file-status  pic x(2).
    88 master-success    value "00".
    88 master-not-found  value "23".

01  history-file-name    pic x(64) value spaces.
01  history-file-status  pic x(2).
    88 history-success  value "00" "05".

01  operator-id  pic x(8) value spaces.

01  before-image  pic x(5931) value spaces.

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
    03  rdx-day    pic x(2).

01  run-time-x.
    03  rtx-hour       pic x(2).
    03  rtx-minute     pic x(2).
    03  rtx-second     pic x(2).
    03  rtx-hundredth  pic x(2).

01  override-columns.
    03  ovr-geonameid-text  pic x(10).
    03  ovr-field-name      pic x(16).
01  input-count          pic 9(5) value zero.
01  applied-count        pic 9(5) value zero.
01  not-found-count      pic 9(5) value zero.
01  in-effect-count      pic 9(5) value zero.
01  unknown-field-count  pic 9(5) value zero.
01  history-count        pic 9(5) value zero.

01  display-count  pic z,zzz,zz9.

01  newline  pic x value x'0A'.
01  tab      pic x value x'09'.

procedure division chaining overrides-file-name master-file-name
    history-file-name operator-id.
declaratives.
    overrides-io-error section.
        use after error procedure on overrides-file.
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
end declaratives.
start-cityoverride0.
    display newline 'starting cityoverride0' newline end-display
    display 'overrides ' overrides-file-name newline end-display
    display 'master    ' master-file-name newline end-display

    if operator-id = spaces
        move 'BATCH' to operator-id
    end-if

    open input overrides-file
    open i-o master-file

*>  ==============================================================
*>  history-file-name chains in the path of the shared master
*>  history file; spaces means no history is kept, leaving the
*>  run exactly as before.
*>  ==============================================================
    if history-file-name not = spaces
        display 'history   ' history-file-name newline end-display
        open extend history-file
    end-if

    read overrides-file end-read

    perform apply-one-override
    close overrides-file
    close master-file

    if history-file-name not = spaces
        close history-file
    end-if

    move input-count to display-count
    display display-count ' override lines read' end-display

    move applied-count to display-count
    display display-count ' overrides applied' end-display

    move in-effect-count to display-count
    display display-count ' overrides already in effect' end-display

    move not-found-count to display-count
    display display-count ' geonameids no longer on the master'
        end-display
    display display-count ' lines with an unrecognized field'
        end-display

    if history-file-name not = spaces
        move history-count to display-count
        display display-count ' history lines written' end-display
    end-if

    display newline 'ending cityoverride0' newline end-display

    stop run
    .
apply-override-field.
    set field-applied to true
    move master-city-record to before-image

    evaluate ovr-field-name
        when 'name'
            end-display
    end-evaluate

    if field-applied
    and master-city-record = before-image
        add 1 to in-effect-count end-add
        set field-not-applied to true
    end-if

    if field-applied
        rewrite master-city-record
            invalid key
                add 1 to not-found-count end-add
            not invalid key
                add 1 to applied-count end-add
                if history-file-name not = spaces
                and master-city-record not = before-image
                    perform write-history-record
                end-if
        end-rewrite
    end-if
    .
*> ================================================================
*>  write-history-record
*>
*>  append one CHANGED line to the shared master history file for
*>  the override just rewritten: the record as it was read and as
*>  it was rewritten, stamped with the date, time, program and
*>  operator.
*> ================================================================
write-history-record.
    accept run-date-x from date yyyymmdd end-accept
    accept run-time-x from time end-accept

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
    move 'cityoverride0'     to hist-program
    move operator-id         to hist-operator
    move 'CHANGED'           to hist-action
    move before-image        to hist-before-image
    move master-city-record  to hist-after-image

    write history-record

    add 1 to history-count end-add
    .
end program cityoverride0.
