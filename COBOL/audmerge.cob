    organization is line sequential
    file status is audit-file-status.

    *> The chain head - a copy of the last line landed on CIPHAUD, so
    *> the next line's link is computed without rereading the whole
    *> trail. Only ever rewritten while CIPHAUD itself is held open.
    select optional audit-head-file
    assign to "CIPHAUDHD"
    organization is line sequential
    file status is audit-head-status.

data division.
file section.
    fd work-file.
    fd audit-file.
    01 audit-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

working-storage section.
    01 work-file-status		pic xx.
    01 spill-name		pic x(9)	value "CIPHAUDSP".
    01 work-name		pic x(9)	value "CIPHAUDWK".
    01 utility-status		pic s9(4)	value 0.
    01 audit-file-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 end-of-work-switch	pic xxx		value 'no '.
        88 end-of-work				value 'yes'.
    01 merge-failed-switch	pic x(03)	value 'no '.
        open extend audit-file
        if audit-file-status = '00' or audit-file-status = '05'
            move work-rec to audit-rec
            perform link-audit-line
            write audit-rec
            perform save-audit-head
            close audit-file
            set audit-written to true
            add 1 to merged-count
    end-if.


*> Chain the line to the one before it - AUDLINK puts a link over the
*> whole prior line and this line's text in columns 113-120, so a
*> line edited or taken out anywhere breaks the link after it. A
*> parked line is linked where it finally lands, not where it was
*> written. Only ever called with CIPHAUD held open for the append.
link-audit-line.
    move spaces to audit-prior-line.
    open input audit-head-file.
    if audit-head-status = '00' or audit-head-status = '05'
        read audit-head-file into audit-prior-line
            at end move spaces to audit-prior-line
        end-read
        close audit-head-file
    end-if.
    call 'audlink' using audit-prior-line, audit-rec.


*> The line just appended becomes the chain head for the next one.
save-audit-head.
    open output audit-head-file.
    if audit-head-status = '00' or audit-head-status = '05'
        write audit-head-rec from audit-rec
        close audit-head-file
    else
        display "WARNING: audit chain head could not be saved! Status: " audit-head-status "."
    end-if.


exit-program.
    stop run.
