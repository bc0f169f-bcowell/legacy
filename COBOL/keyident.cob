    organization is line sequential
    file status is audit-file-status.

    *> The chain head - a copy of the last line landed on CIPHAUD, so
    *> the next line's link is computed without rereading the whole
    *> trail. Only ever rewritten while CIPHAUD itself is held open.
    select optional audit-head-file
    assign to "CIPHAUDHD"
    organization is line sequential
    file status is audit-head-status.

    select optional audit-spill-file
    assign to "CIPHAUDSP"
    organization is line sequential
    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

working-storage section.
    01 probe-file-status	pic xx.
    01 dept-file-status		pic xx.
    01 passphrase-len		pic 99.
    01 candidate-source		pic x(7).
    01 candidate-name		pic x(20).
    *> The algorithm a department key runs under - "A" is tried
    *> through AKDECRYPT, anything else through DECRYPT.
    01 candidate-algorithm	pic x.
    01 skipped-at-rest		pic 999		value 0.

    *> Every scored candidate, ranked at the end.
    *> other writers use.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    end-if.


*> A good sign-on puts the consecutive-failure count back to zero and
*> stamps the day on the record for the access review - best effort,
*> the way the main console does it.
reset-signon-failures.
    open i-o oper-file.
    if oper-file-status not = '00'
    if oper-file-status = '00'
        if oper-fail-count is numeric and oper-fail-count > 0
            move 0 to oper-fail-count
        end-if
        move function current-date(1:8) to oper-last-signon
        rewrite oper-record
            invalid key
                continue
        end-rewrite
    end-if.
    close oper-file.

                if dept-passphrase not = spaces
                    move "DEPTTAB" to candidate-source
                    move dept-code to candidate-name
                    move dept-cipher-algorithm to candidate-algorithm
                    move dept-passphrase to passphrase
                    move dept-shift-increment to shift-increment
                    move dept-shift-direction to shift-direction
        if not end-of-keytab
            move "KEYTAB " to candidate-source
            move keytab-name to candidate-name
            move "T" to candidate-algorithm
            move keytab-alphabet to alphabet-record
            move "cipher" to passphrase
            move 6 to passphrase-len
            move sample-line(sample-idx) to trial-buffer
            move sample-size(sample-idx) to trial-size
            inspect trial-buffer converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz"
            if candidate-algorithm = "A"
                call 'akdecrypt' using trial-buffer(1:trial-size), by content alphabet-record,
                    by content passphrase, by content passphrase-len
            else
                call 'decrypt' using trial-buffer(1:trial-size), by content alphabet-record,
                    by content passphrase, by content passphrase-len
            end-if
            perform score-trial-buffer
        end-if
    end-perform.
    perform until audit-written or audit-retry-count > 5
        open extend audit-file
        if audit-file-status = '00' or audit-file-status = '05'
            perform link-audit-line
            write audit-rec
            perform save-audit-head
            close audit-file
            set audit-written to true
        else
    end-if.


*> Chain the line to the one before it - AUDLINK puts a link over the
*> whole prior line and this line's text in columns 113-120, so a
*> line edited or taken out anywhere breaks the link after it. Only
*> ever called with CIPHAUD held open for the append.
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


*> The same table machinery CIPHER builds its candidate tables with -
*> base row, configurable shift, one substitution per row.
init-table.
