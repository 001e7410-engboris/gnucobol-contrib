*> ============================================================
*>  access-log-record.cpy
*>
*>  FD record for the shared access log the interactive
*>  programs append to: one line per sign-on, per sign-on
*>  turned away, per correction refused for the operator's
*>  role, per search run and per record viewed -- stamped with
*>  the date, time, program and operator id. al-geonameid is
*>  zero when the event is not about one place, and al-detail
*>  carries the reason, the search or the field as the event
*>  needs. cityoper0 logs its changes to the authorization
*>  file here too, and cityaccess0 reports denied attempts and
*>  access outside business hours from it.
*>
*>      SIGNON   operator accepted; detail is the role
*>      DENIED   operator turned away; detail is the reason
*>      REFUSED  a correction refused for the role; detail is
*>               the field
*>      SEARCH   a search run; detail is what was searched for
*>      VIEW     one record shown
*>      ADDED    cityoper0 added an operator; detail names them
*>      CHANGED  cityoper0 changed an operator
*> ============================================================
01  access-log-record.
    03  al-date       pic x(10).
    03  al-time       pic x(8).
    03  al-program    pic x(16).
    03  al-operator   pic x(8).
    03  al-event      pic x(8).
        88 al-signon    value 'SIGNON'.
        88 al-denied    value 'DENIED'.
        88 al-refused   value 'REFUSED'.
        88 al-search    value 'SEARCH'.
        88 al-view      value 'VIEW'.
        88 al-added     value 'ADDED'.
        88 al-changed   value 'CHANGED'.
    03  al-geonameid  pic 9(9).
    03  al-detail     pic x(60).
