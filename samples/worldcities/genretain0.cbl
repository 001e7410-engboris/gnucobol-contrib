*> the catalog is read whole into a table before the rewrite, so a
*> catalog bigger than the table stops the run before any record
*> is lost.
*>
*> when an aged-off log file name is chained in (after the
*> kept-count), every catalog record dropped is appended to it
*> unchanged, so a generation that has aged off can still be named
*> -- citytrend0 reads the log to report such a generation as
*> missing from its window rather than quietly leaving it out.
*> =====================================================================

environment division.
        file status is catalog-file-status
        organization is line sequential.

    select optional aged-log-file
        assign to aged-log-file-name
        file status is aged-log-file-status
        organization is line sequential.

data division.
file section.
fd  catalog-file.
01  catalog-record  pic x(300).

fd  aged-log-file.
01  aged-log-record  pic x(300).

working-storage section.
01  catalog-file-name    pic x(64) value spaces.
01  catalog-file-status  pic x(2).
    88 catalog-success  value "00".
    88 catalog-eof      value "10".

01  aged-log-file-name    pic x(64) value spaces.
01  aged-log-file-status  pic x(2).
    88 aged-log-success  value "00" "05".

01  dataset-name      pic x(20) value spaces.
01  kept-count-param  pic x(5) value spaces.
01  kept-count        pic 9(3) value zero.
01  tab      pic x value x'09'.

procedure division chaining catalog-file-name dataset-name
    kept-count-param aged-log-file-name.
declaratives.
    catalog-io-error section.
        use after error procedure on catalog-file.
            move 1 to return-code
            stop run
        end-if.

    aged-log-io-error section.
        use after error procedure on aged-log-file.
    aged-log-error-routine.
        if not aged-log-success
            display
                'File error with aged-log-file status '
                with no advancing
            end-display
            display aged-log-file-status end-display
            move 1 to return-code
            stop run
        end-if.
end declaratives.
start-genretain0.
    display newline 'starting genretain0' newline end-display
    perform load-catalog-table
    perform mark-kept-generations
    perform delete-aged-files

*>  ==============================================================
*>  aged-log-file-name chains in the path of the log the dropped
*>  catalog records are appended to; spaces means no log, leaving
*>  the run exactly as before.
*>  ==============================================================
    if aged-log-file-name not = spaces
        perform log-aged-generations
    end-if

    perform rewrite-catalog

    move read-count to display-count
    add 1 to entry-sub end-add
    .
*> ================================================================
*>  log-aged-generations
*>
*>  append every catalog record about to be dropped to the
*>  aged-off log, in catalog order, exactly as it stood.
*> ================================================================
log-aged-generations.
    open extend aged-log-file

    move 1 to entry-sub
    perform log-one-aged-generation
        until entry-sub > entry-max

    close aged-log-file
    .
log-one-aged-generation.
    if not cte-kept(entry-sub)
        move cte-record(entry-sub) to aged-log-record
        write aged-log-record
    end-if

    add 1 to entry-sub end-add
    .
*> ================================================================
*>  rewrite-catalog
*>
*>  rewrite the catalog in place from the table, in the original
