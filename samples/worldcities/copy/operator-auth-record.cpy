*> ============================================================
*>  operator-auth-record.cpy
*>
*>  FD record for the indexed operator authorization file,
*>  keyed on operator id, that cityoper0 maintains. the
*>  interactive programs -- citymaint0, citybrowse0,
*>  citylookup0 and cityfind0 -- read the chained operator id
*>  here before doing anything else, and turn the operator away
*>  when there is no record, the record is not active, or its
*>  expiry date has passed (an expiry of spaces never expires).
*>  the role decides what citymaint0 will let the operator
*>  correct:
*>
*>      B  browse only -- may look, may not correct anything
*>      N  names -- may correct the name and population
*>      A  admin codes -- may correct the admin1-4 codes and
*>         the timezone
*>      S  supervisor -- may correct every field, and may
*>         maintain this file through cityoper0
*>
*>  every change cityoper0 makes is stamped with its date and
*>  the supervisor who made it.
*> ============================================================
01  operator-auth-record.
    03  oa-operator-id    pic x(8).
    03  oa-operator-name  pic x(40).
    03  oa-role           pic x.
        88 oa-browse-only      value 'B'.
        88 oa-correct-names    value 'N'.
        88 oa-correct-admin    value 'A'.
        88 oa-supervisor       value 'S'.
        88 oa-valid-role       value 'B' 'N' 'A' 'S'.
    03  oa-active-flag    pic x.
        88 oa-active           value 'Y'.
        88 oa-inactive         value 'N'.
    03  oa-expiry-date    pic x(10).
    03  oa-changed-date   pic x(10).
    03  oa-changed-by     pic x(8).
