    organization is line sequential
    file status is audit-file-status.

    *> The chain head - a copy of the last line landed on CIPHAUD, so
    *> the next line's link is computed without rereading the whole
    *> trail. Only ever rewritten while CIPHAUD itself is held open.
    select optional audit-head-file
    assign to dynamic audit-head-ds-name
    organization is line sequential
    file status is audit-head-status.

    *> Spill for a busy trail - the end-of-day AUDMERGE step folds it
    *> back in; nothing here ever opens CIPHAUD for OUTPUT.
    select optional audit-spill-file
    organization is line sequential
    file status is audit-spill-status.

    *> The legal-hold register - a saved table an active hold covers
    *> is neither erased nor renamed out from under the held files.
    select optional lhld-file
    assign to dynamic lhld-ds-name
    organization is line sequential
    file status is lhld-file-status.

    *> The department/partner key records - read only, to find the
    *> partners whose key ciphers under a table about to be erased or
    *> renamed, since a hold on the partner covers its table too.
    select optional dept-file
    assign to dynamic dept-ds-name
    organization is indexed
    access mode is dynamic
    record key is dept-code
    file status is dept-file-status.

    *> The profile dataset - a PROFILE PARM field resolves the shared
    *> dataset names through its prefix, the same way CIPHER does, so
    *> a rehearsal save never lands on the real KEYTAB.
    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

    fd lhld-file.
    01 lhld-rec			pic x(120).

    fd dept-file.
    copy "depttab.cpy".

    fd profile-file.
    01 profile-rec		pic x(40).

    01 keytab-ds-name		pic x(30)	value "KEYTAB".
    01 audit-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".
    01 lhld-ds-name		pic x(30)	value "CIPHLHLD".
    01 dept-ds-name		pic x(30)	value "DEPTTAB".

    *> Legal-hold check - the table about to go, and the hold that
    *> stops it.
    01 lhld-file-status		pic xx.
    01 end-of-lhld-switch	pic xxx		value 'no '.
        88 end-of-lhld				value 'yes'.
    copy "lhldrec.cpy".
    01 held-table-name		pic x(20).
    01 table-held-switch	pic x(03)	value 'no '.
        88 table-held				value 'yes'.
    01 audit-hold-ref		pic x(12)	value spaces.
    01 dept-file-status		pic xx.
    01 dept-file-open-switch	pic x(03)	value 'no '.
        88 dept-file-open			value 'yes'.
    01 audit-hold-dept		pic x(10)	value spaces.

    *> Startup parameters - S to save, L to list, from the command
    *> line the same way CIPHER accepts its own PARM.
    01 audit-table-name		pic x(20)	value spaces.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
            end-rewrite
    end-write.

    *> A table saved over by hand is as much a key change as an
    *> import - it goes on the trail too (op "w"), so the DR extract
    *> picks it up. Generation writes its own "g" line.
    if keytab-file-status = '00' and keytab-mode = "s"
        move "w" to audit-op
        move keytab-name to audit-table-name
        perform write-keytab-audit
    end-if.

    display "Saved cipher table " keytab-name ".".
    close keytab-file.

            move 8 to return-code
    end-read.

    if return-code = 0
        move keytab-name to held-table-name
        perform check-legal-hold
    end-if.

    if return-code = 0
        move keytab-alphabet to alphabet-record
        perform compute-table-fingerprint
            move 8 to return-code
    end-read.

    if return-code = 0
        move keytab-name to held-table-name
        perform check-legal-hold
    end-if.

    if return-code = 0
        *> Stash the record - probing the new name below reads over
        *> the record area.
    end-perform.


*> Legal may have frozen this table - held by its own name, by a
*> partner code the table is saved under, or by a partner whose key
*> record on DEPTTAB ciphers under it (erasing or renaming that table
*> strands the held partner's files just the same). A held table is
*> refused with the refusal on the trail (op "l", outcome RFSD, the
*> held partner at column 69, the hold reference at column 80); a
*> register or key file that can't be read refuses too, rather than
*> assume nothing is held.
check-legal-hold.
    move 'no ' to table-held-switch.
    move 'no ' to end-of-lhld-switch.
    move 'no ' to dept-file-open-switch.
    move spaces to audit-hold-dept.

    open input lhld-file.
    if lhld-file-status not = '00' and lhld-file-status not = '05'
        display "Cannot read the legal-hold register! Status: " lhld-file-status " - nothing changed."
        move 12 to return-code
        exit paragraph
    end-if.

    open input dept-file.
    evaluate dept-file-status
        when '00'
            set dept-file-open to true
        when '05'
            close dept-file
        when other
            display "Cannot read the department/partner file! Status: " dept-file-status
                " - nothing changed."
            close lhld-file
            move 12 to return-code
            exit paragraph
    end-evaluate.

    perform until end-of-lhld or table-held
        read lhld-file into lhld-rec
            at end set end-of-lhld to true
        end-read
        if not end-of-lhld and lhld-rec not = spaces
            move lhld-rec(1:107) to legal-hold-line
            if lh-active
                if (lh-table not = spaces and lh-table = held-table-name)
                    or (lh-dept not = spaces and lh-dept = held-table-name)
                    set table-held to true
                else
                    if lh-dept not = spaces and dept-file-open
                        perform check-held-dept-table
                    end-if
                end-if
            end-if
        end-if
    end-perform.
    close lhld-file.
    if dept-file-open
        close dept-file
    end-if.

    if table-held
        if audit-hold-dept not = spaces
            display "Cipher table " function trim(held-table-name) " is the key of "
                function trim(audit-hold-dept) ", under legal hold "
                function trim(lh-reference) "! Nothing changed."
        else
            display "Cipher table " function trim(held-table-name) " is under legal hold "
                function trim(lh-reference) "! Nothing changed."
        end-if
        move "l" to audit-op
        move held-table-name to audit-table-name
        move "RFSD" to audit-outcome
        move lh-reference to audit-hold-ref
        perform write-keytab-audit
        move "OK  " to audit-outcome
        move spaces to audit-hold-ref
        move spaces to audit-hold-dept
        move 12 to return-code
    end-if.


*> The held partner's key record - if it ciphers under the table
*> about to go, the hold covers the table.
check-held-dept-table.
    move lh-dept to dept-code.
    read dept-file
        invalid key
            continue
    end-read.
    if dept-file-status = '00' and dept-table-name = held-table-name
        set table-held to true
        move lh-dept to audit-hold-dept
    end-if.


*> Find the named profile on CIPHPROF and push its prefix onto the
*> shared dataset names - an unknown profile refuses the run rather
*> than quietly touching production.
    move audit-spill-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-spill-ds-name.
    move audit-head-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-head-ds-name.
    move lhld-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to lhld-ds-name.
    move dept-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to dept-ds-name.

    display "Profile " parm-profile " active - shared datasets resolve under "
        function trim(profile-prefix) ".".
        audit-outcome delimited by size
        into audit-rec
    end-string.
    if audit-hold-ref not = spaces
        move audit-hold-ref to audit-rec(80:12)
    end-if.
    if audit-hold-dept not = spaces
        move audit-hold-dept to audit-rec(69:10)
    end-if.
    if parm-profile not = spaces
        move parm-profile to audit-rec(100:8)
    end-if.
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


exit-program.
    stop run.
