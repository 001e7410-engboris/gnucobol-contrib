        >> SOURCE FORMAT IS FREE
identification division.
program-id. cityaccess0.
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
*> cityaccess0 is the auditors' report on the shared access log the
*> interactive programs and cityoper0 append to (see
*> access-log-record.cpy). it prints two sections, each in the
*> order the log was written:
*>
*>     denied and refused   every sign-on turned away (DENIED) and
*>                          every correction refused for the
*>                          operator's role (REFUSED)
*>     outside hours        every event of any kind logged on a
*>                          saturday or sunday, or on a weekday
*>                          before the business day starts or from
*>                          the hour it ends
*>
*> the business day is 07:00 to 19:00 unless a start hour and an
*> end hour are chained in after the report; a from date and a to
*> date (yyyy-mm-dd, either end left open when spaces) chained in
*> before them limit the report to the events logged in between.
*>
*> chaining: access-log report from-date to-date start-hour end-hour
*> =====================================================================

environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select access-log-file
        assign to access-log-file-name
        file status is access-log-file-status
        organization is line sequential.

    select report-file
        assign to report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  access-log-file.
copy "copy/access-log-record.cpy".

fd  report-file.
01  report-line  pic x(132).

working-storage section.
01  access-log-file-name    pic x(64) value spaces.
01  access-log-file-status  pic x(2).
    88 access-log-success  value "00".
    88 access-log-eof      value "10".

01  report-file-name    pic x(64) value spaces.
01  report-file-status  pic x(2).
    88 report-success  value "00".

01  from-date        pic x(10) value spaces.
01  to-date          pic x(10) value spaces.
01  start-hour-param pic x(2) value spaces.
01  end-hour-param   pic x(2) value spaces.

01  start-hour  pic 9(2) value zero.
01  end-hour    pic 9(2) value zero.
01  event-hour  pic 9(2) value zero.

01  report-section  pic x value space.
    88 denied-section  value 'D'.
    88 hours-section   value 'H'.

01  section-title  pic x(40) value spaces.

01  event-date-digits  pic x(8) value spaces.
01  event-day-number   pic 9 value zero.
    88 event-on-weekend  value 5 6.
01  event-day-name     pic x(3) value spaces.

01  event-switch  pic x value 'N'.
    88 event-is-reported      value 'Y'.
    88 event-is-not-reported  value 'N'.

01  geonameid-edit  pic z(8)9 blank when zero.

01  run-date-x.
    03  rdx-year   pic x(4).
    03  rdx-month  pic x(2).
    03  rdx-day    pic x(2).
01  run-date-edit  pic x(10) value spaces.

01  page-number      pic 9(4) value zero.
01  page-line-count  pic 9(2) value zero.
01  page-size        pic 9(2) value 55.
01  page-number-edit pic zzz9.

01  input-count      pic 9(7) value zero.
01  in-range-count   pic 9(7) value zero.
01  bad-date-count   pic 9(7) value zero.
01  denied-count     pic 9(7) value zero.
01  refused-count    pic 9(7) value zero.
01  after-hours-count pic 9(7) value zero.
01  weekend-count    pic 9(7) value zero.

01  section-count  pic 9(7) value zero.
01  count-edit     pic zzz,zz9.

01  display-count  pic z,zzz,zz9.

01  newline  pic x value x'0A'.

procedure division chaining access-log-file-name report-file-name
    from-date to-date start-hour-param end-hour-param.
declaratives.
    access-log-io-error section.
        use after error procedure on access-log-file.
    access-log-error-routine.
        if not access-log-success and not access-log-eof
            display
                'File error with access-log-file status '
                with no advancing
            end-display
            display access-log-file-status end-display
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
start-cityaccess0.
    display newline 'starting cityaccess0' newline end-display

    if access-log-file-name = spaces
    or report-file-name = spaces
        display 'an access log and a report file are required'
        end-display
        move 1 to return-code
        stop run
    end-if

    if start-hour-param = spaces
        move 7 to start-hour
    else
        move numval(start-hour-param) to start-hour
    end-if

    if end-hour-param = spaces
        move 19 to end-hour
    else
        move numval(end-hour-param) to end-hour
    end-if

    if start-hour >= end-hour
    or end-hour > 24
        display 'the business day must start before it ends'
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

    display 'access log ' access-log-file-name newline end-display
    display 'report     ' report-file-name newline end-display
    display
        'business day ' start-hour ':00 to ' end-hour ':00'
        newline
    end-display
    if from-date not = spaces
    or to-date not = spaces
        display
            'events from ' from-date ' to ' to-date newline
        end-display
    end-if

    open output report-file

    set denied-section to true
    move 'denied and refused' to section-title
    perform report-one-section

    set hours-section to true
    move 'outside business hours' to section-title
    perform report-one-section

    close report-file

    move input-count to display-count
    display display-count ' access log lines read' end-display

    move in-range-count to display-count
    display display-count ' in the date range' end-display

    move bad-date-count to display-count
    display display-count ' with an unreadable date skipped' end-display

    move denied-count to display-count
    display display-count ' sign-ons denied' end-display

    move refused-count to display-count
    display display-count ' corrections refused' end-display

    move weekend-count to display-count
    display display-count ' events at the weekend' end-display

    move after-hours-count to display-count
    display display-count ' weekday events outside business hours'
        end-display

    display newline 'ending cityaccess0' newline end-display

    stop run
    .
*> ================================================================
*>  report-one-section
*>
*>  one pass of the access log for the section being printed: a
*>  new page with the section title, a line per event the section
*>  wants, and the section's event count at the end.
*> ================================================================
report-one-section.
    move zero to section-count

    perform start-new-page

    open input access-log-file

    read access-log-file end-read

    perform test-one-log-event
        until access-log-eof

    close access-log-file

    move spaces to report-line
    perform write-report-line

    move section-count to count-edit
    move spaces to report-line
    string
        count-edit            delimited by size
        ' events '            delimited by size
        trim(section-title)   delimited by size
        into report-line
    end-string
    perform write-report-line
    .
*> ================================================================
*>  test-one-log-event
*>
*>  the counts are taken on the first pass only; each pass
*>  decides for itself whether the event belongs in its section.
*> ================================================================
test-one-log-event.
    if denied-section
        add 1 to input-count end-add
    end-if

    set event-is-not-reported to true

    evaluate true
        when from-date not = spaces
        and al-date < from-date
            continue
        when to-date not = spaces
        and al-date > to-date
            continue
        when other
            perform classify-log-event
    end-evaluate

    if event-is-reported
        perform print-log-event
    end-if

    read access-log-file end-read
    .
classify-log-event.
    move spaces to event-date-digits
    string
        al-date(1:4)  delimited by size
        al-date(6:2)  delimited by size
        al-date(9:2)  delimited by size
        into event-date-digits
    end-string

    if event-date-digits not numeric
    or al-time(1:2) not numeric
        if denied-section
            add 1 to bad-date-count end-add
        end-if
    else
        if test-date-yyyymmdd(numval(event-date-digits)) not = zero
            if denied-section
                add 1 to bad-date-count end-add
            end-if
        else
            perform classify-dated-event
        end-if
    end-if
    .
*> ================================================================
*>  classify-dated-event
*>
*>  integer-of-date counts from monday 1601-01-01, so the day
*>  number is 0 for monday through 6 for sunday.
*> ================================================================
classify-dated-event.
    compute event-day-number =
        mod(integer-of-date(numval(event-date-digits)) - 1, 7)
    end-compute
    move al-time(1:2) to event-hour

    evaluate event-day-number
        when 0 move 'Mon' to event-day-name
        when 1 move 'Tue' to event-day-name
        when 2 move 'Wed' to event-day-name
        when 3 move 'Thu' to event-day-name
        when 4 move 'Fri' to event-day-name
        when 5 move 'Sat' to event-day-name
        when 6 move 'Sun' to event-day-name
    end-evaluate

    if denied-section
        add 1 to in-range-count end-add
        evaluate true
            when al-denied
                add 1 to denied-count end-add
                set event-is-reported to true
            when al-refused
                add 1 to refused-count end-add
                set event-is-reported to true
        end-evaluate
    else
        evaluate true
            when event-on-weekend
                add 1 to weekend-count end-add
                set event-is-reported to true
            when event-hour < start-hour
            or event-hour >= end-hour
                add 1 to after-hours-count end-add
                set event-is-reported to true
        end-evaluate
    end-if
    .
*> ================================================================
*>  print-log-event
*> ================================================================
print-log-event.
    add 1 to section-count end-add

    move spaces to report-line
    if al-geonameid is numeric
    and al-geonameid not = zero
        move al-geonameid to geonameid-edit
    else
        move zero to geonameid-edit
    end-if
    string
        al-date         delimited by size
        ' '             delimited by size
        event-day-name  delimited by size
        ' '             delimited by size
        al-time         delimited by size
        ' '             delimited by size
        al-program      delimited by size
        ' '             delimited by size
        al-operator     delimited by size
        ' '             delimited by size
        al-event        delimited by size
        ' '             delimited by size
        geonameid-edit  delimited by size
        '  '            delimited by size
        al-detail       delimited by size
        into report-line
    end-string
    perform write-report-line
    .
*> ================================================================
*>  write-report-line / start-new-page
*>
*>  every report line goes through here so the page fills up and
*>  breaks in one place, the way cityreport0 paginates: a new page
*>  heading carries the section, run date and page number, then
*>  the column headings.
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
        'access log  '         delimited by size
        trim(section-title)    delimited by size
        '  '                   delimited by size
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
        'date       day time     program          operator '
                          delimited by size
        'event    geonameid  detail'
                          delimited by size
        into report-line
    end-string
    write report-line

    move spaces to report-line
    write report-line

    move 3 to page-line-count
    .
end program cityaccess0.
