    organization is line sequential
    file status is archive-file-status.

    *> The legal-hold register - a line any active hold covers stays
    *> live whatever its date, however old the cutoff.
    select optional lhld-file
    assign to "CIPHLHLD"
    organization is line sequential
    file status is lhld-file-status.

    *> The shared audit trail - each hold that kept lines back from a
    *> sweep is a refusal, and lands here once the sweeps are done.
    *> Spill discipline as everywhere else.
    select optional audit-file
    assign to "CIPHAUD"
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
    file status is audit-spill-status.

data division.
file section.
    fd live-file.
    fd archive-file.
    01 archive-rec		pic x(160).

    fd lhld-file.
    01 lhld-rec			pic x(120).

    fd audit-file.
    01 audit-rec		pic x(120).

    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

working-storage section.
    01 live-file-status		pic xx.
    01 work-file-status		pic xx.
    01 line-date		pic x(8).
    01 line-year		pic x(4).

    *> Where this dataset keeps the filename, the department/partner
    *> code and the table name a legal hold can name - zero where it
    *> has no such column.
    01 name-position		pic 99.
    01 dept-position		pic 99.
    01 table-position		pic 99.

    *> The active legal holds, and how many otherwise-aged lines each
    *> kept back from this dataset's sweep.
    01 lhld-file-status		pic xx.
    01 end-of-lhld-switch	pic xxx		value 'no '.
        88 end-of-lhld				value 'yes'.
    copy "lhldrec.cpy".
    01 hold-count		pic 999		value 0.
    01 hold-idx			pic 999.
    01 hold-table.
        03 hold-entry			occurs 200 times.
            05 hold-reference	pic x(12).
            05 hold-dept	pic x(10).
            05 hold-table-name	pic x(20).
            05 hold-pattern	pic x(20).
            05 hold-kept-count	pic 9(8).
    01 line-held-switch		pic x(03)	value 'no '.
        88 line-held				value 'yes'.
    01 line-hold-aged-switch	pic x(03)	value 'no '.
        88 line-hold-aged			value 'yes'.
    01 line-hold-idx		pic 999.
    01 match-name		pic x(20).
    01 pattern-prefix-len	pic 99.
    01 pattern-hit-switch	pic x(03)	value 'no '.
        88 pattern-hit				value 'yes'.
    01 held-back-total		pic 9(8)	value 0.

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    01 retry-wait-seconds	pic 9		value 1.
    01 audit-timestamp		pic x(21).

    *> CIPHAUD lines are chained in the order they landed, so that
    *> trail is swept strictly from the front - each line filed under
    *> the latest date seen so far (a spilled line merged after
    *> midnight stays beside its neighbours), and nothing after the
    *> first line that stays live is taken - keeping every archive
    *> and the live trail an unbroken run of the chain.
    01 keep-order-switch	pic x(03)	value 'no '.
        88 keep-append-order			value 'yes'.
    01 high-water-date		pic x(8).
    01 live-reached-switch	pic x(03)	value 'no '.
        88 live-reached				value 'yes'.

    *> The distinct years found among the aged lines of this dataset.
    01 year-count		pic 99		value 0.
    01 year-idx			pic 99.
*> nothing comes off the live file until its archive re-reads clean.
mainline.
    perform read-startup-parms.
    perform load-legal-holds.

    move "CIPHAUD" to live-name.
    move "CIPHAUDPR" to prior-name.
    move 1 to date-position.
    move 28 to name-position.
    move 69 to dept-position.
    move 80 to table-position.
    set keep-append-order to true.
    perform sweep-one-dataset.
    perform write-hold-refusals.

    move "CIPHREG" to live-name.
    move "CIPHREGPR" to prior-name.
    move 40 to date-position.
    move 1 to name-position.
    move 67 to dept-position.
    move 0 to table-position.
    move 'no ' to keep-order-switch.
    perform sweep-one-dataset.
    perform write-hold-refusals.

    display "Retention sweep complete - " archived-total " lines archived in total.".
    if held-back-total > 0
        display held-back-total " aged lines kept live under legal hold."
    end-if.
    perform exit-program.


    end-if.


*> The active holds off CIPHLHLD. A register that is there but can't
*> be read refuses the sweep outright - nothing is pruned on the
*> assumption that nothing is held.
load-legal-holds.
    open input lhld-file.
    if lhld-file-status not = '00' and lhld-file-status not = '05'
        display "Cannot read the legal-hold register! Status: " lhld-file-status " - nothing swept."
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-lhld
        read lhld-file into lhld-rec
            at end set end-of-lhld to true
        end-read
        if not end-of-lhld and lhld-rec not = spaces
            move lhld-rec(1:107) to legal-hold-line
            if lh-active
                if hold-count >= 200
                    close lhld-file
                    display "More than 200 active legal holds - the register cannot be honored in full! Nothing swept."
                    move 8 to return-code
                    perform exit-program
                end-if
                add 1 to hold-count
                move lh-reference to hold-reference(hold-count)
                move lh-dept to hold-dept(hold-count)
                move lh-table to hold-table-name(hold-count)
                move lh-pattern to hold-pattern(hold-count)
            end-if
        end-if
    end-perform.
    close lhld-file.

    if hold-count > 0
        display hold-count " active legal holds - lines they cover stay live."
    end-if.


*> One dataset end to end - find the years, archive each year with
*> verification, and only then swap the survivors into place.
sweep-one-dataset.
    move 'no ' to dataset-failed-switch.
    move 0 to year-count.
    perform varying hold-idx from 1 by 1 until hold-idx > hold-count
        move 0 to hold-kept-count(hold-idx)
    end-perform.

    perform collect-aged-years.
    if year-count = 0
*> a wrong year.
collect-aged-years.
    move 'no ' to end-of-live-switch.
    move spaces to high-water-date.
    move 'no ' to live-reached-switch.

    open input live-file.
    if live-file-status not = '00'
            if line-date not = spaces and line-date < cutoff-date
                perform note-aged-year
            end-if
            if line-hold-aged
                add 1 to hold-kept-count(line-hold-idx)
            end-if
        end-if
    end-perform.

    if line-date(1:8) is not numeric
        move spaces to line-date
    end-if.
    move 'no ' to line-hold-aged-switch.
    perform check-line-held.
    if keep-append-order
        perform order-live-line
    else
        if line-held
            if line-date not = spaces and line-date < cutoff-date
                set line-hold-aged to true
            end-if
            move spaces to line-date
        end-if
    end-if.
    move line-date(1:4) to line-year.


*> Is the line covered by an active hold - its filename matching a
*> held pattern, its department/partner code held, or its table?
*> The first hold that covers it is the one it is counted under.
check-line-held.
    move 'no ' to line-held-switch.
    move 0 to line-hold-idx.
    if hold-count = 0
        exit paragraph
    end-if.

    move live-rec(name-position:20) to match-name.
    move 1 to hold-idx.
    perform until hold-idx > hold-count or line-held
        move 'no ' to pattern-hit-switch
        if hold-pattern(hold-idx) not = spaces
            perform match-hold-pattern
        end-if
        if pattern-hit
            or (hold-dept(hold-idx) not = spaces
                and live-rec(dept-position:10) = hold-dept(hold-idx))
            or (table-position > 0 and hold-table-name(hold-idx) not = spaces
                and live-rec(table-position:20) = hold-table-name(hold-idx))
            set line-held to true
            move hold-idx to line-hold-idx
        end-if
        add 1 to hold-idx
    end-perform.


*> No * in the pattern is an exact filename; a trailing * matches on
*> the prefix before it, and a lone * matches every file - the rule
*> CIPHER's policy table uses.
match-hold-pattern.
    move 0 to pattern-prefix-len.
    inspect hold-pattern(hold-idx) tallying pattern-prefix-len for characters before "*".

    if pattern-prefix-len = 20
        if hold-pattern(hold-idx) = match-name
            set pattern-hit to true
        end-if
    else
        if pattern-prefix-len = 0
            set pattern-hit to true
        else
            if match-name(1:pattern-prefix-len) = hold-pattern(hold-idx)(1:pattern-prefix-len)
                set pattern-hit to true
            end-if
        end-if
    end-if.


*> Append-order dating for a chained trail - a line with no date, or
*> one older than a line before it, takes the latest date seen so
*> far; once one line stays live, every line after it does too.
order-live-line.
    if live-reached
        move spaces to line-date
        exit paragraph
    end-if.

    if line-date = spaces or line-date < high-water-date
        move high-water-date to line-date
    else
        move line-date to high-water-date
    end-if.

    *> A held line stays live, and the chain behind it with it.
    if line-held
        if line-date not = spaces and line-date < cutoff-date
            set line-hold-aged to true
        end-if
        move spaces to line-date
        set live-reached to true
        exit paragraph
    end-if.

    if line-date = spaces or line-date not < cutoff-date
        set live-reached to true
    end-if.


note-aged-year.
    move 'no ' to year-known-switch.
    perform varying year-idx from 1 by 1 until year-idx > year-count

stage-year-to-work.
    move 'no ' to end-of-live-switch.
    move spaces to high-water-date.
    move 'no ' to live-reached-switch.
    move 0 to staged-count.
    move 0 to staged-checksum.

*> RETURN-CODE - capture and put the run's own code back.)
rewrite-live-survivors.
    move 'no ' to end-of-live-switch.
    move spaces to high-water-date.
    move 'no ' to live-reached-switch.
    move 0 to kept-total.

    open input live-file.
        function trim(prior-name) ".".


*> Each hold that kept aged lines back from this dataset is a
*> refusal on the trail - op "l", outcome RFSD, the dataset in the
*> filename column, the held department in the key column and the
*> hold reference at column 80. Written only once the dataset's
*> sweep is finished, so the trail is never appended to mid-sweep.
write-hold-refusals.
    perform varying hold-idx from 1 by 1 until hold-idx > hold-count
        if hold-kept-count(hold-idx) > 0
            add hold-kept-count(hold-idx) to held-back-total
            display function trim(live-name) ": " hold-kept-count(hold-idx)
                " aged lines kept live under legal hold " function trim(hold-reference(hold-idx)) "."
            perform write-refusal-audit
        end-if
    end-perform.


write-refusal-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " RETSWEEP   " delimited by size
        live-name delimited by size
        "         l RFSD" delimited by size
        into audit-rec
    end-string.
    move hold-dept(hold-idx) to audit-rec(69:10).
    move hold-reference(hold-idx) to audit-rec(80:12).

    move 0 to audit-retry-count.
    move 'no ' to audit-written-switch.
    perform until audit-written or audit-retry-count > 5
        open extend audit-file
        if audit-file-status = '00' or audit-file-status = '05'
            perform link-audit-line
            write audit-rec
            perform save-audit-head
            close audit-file
            set audit-written to true
        else
            add 1 to audit-retry-count
            call "C$SLEEP" using retry-wait-seconds
        end-if
    end-perform.

    if not audit-written
        open extend audit-spill-file
        if audit-spill-status = '00' or audit-spill-status = '05'
            move audit-rec to audit-spill-rec
            write audit-spill-rec
            close audit-spill-file
            display "Audit trail busy - line parked on CIPHAUDSP for the end-of-day merge."
        else
            display "WARNING: audit line could not be written or spilled!"
        end-if
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
