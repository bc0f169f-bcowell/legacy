*> Brayden Cowell - 0844864
*> MORNCHK - single morning summary of the night's datasets
*> Compilation Instructions in Reflection Doc!

identification division.
input-output section.
file-control.
    *> The night's run-control dataset - totals, final return code,
    *> the SKIP records behind the quarantine list, and the HOLD
    *> records of dependents left waiting on a prerequisite.
    select optional run-control-file
    assign to "CIPHRUN"
    organization is line sequential
    organization is line sequential
    file status is expiry-file-status.

    *> The missing-file report - a partner who sent nothing at all is
    *> as much the morning's business as a file that failed.
    select optional missing-file
    assign to "MISSRPT"
    organization is line sequential
    file status is missing-file-status.

    *> The one-page morning summary, action items first.
    select summary-file
    assign to "MORNRPT"
data division.
file section.
    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd quarantine-file.
    01 quarantine-rec		pic x(70).
    fd expiry-file.
    01 expiry-rec		pic x(132).

    fd missing-file.
    01 missing-rec		pic x(132).

    fd summary-file.
    01 summary-rec		pic x(132).

    01 quarantine-file-status	pic xx.
    01 preflight-file-status	pic xx.
    01 expiry-file-status	pic xx.
    01 missing-file-status	pic xx.
    01 summary-file-status	pic xx.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.
        88 end-of-chk				value 'yes'.
    01 end-of-exp-switch	pic xxx		value 'no '.
        88 end-of-exp				value 'yes'.
    01 end-of-miss-switch	pic xxx		value 'no '.
        88 end-of-miss				value 'yes'.

    *> What the sweep of the datasets establishes.
    01 run-records		pic 9(5)	value 0.
    01 run-skips		pic 9(5)	value 0.
    01 hold-count		pic 999		value 0.
    01 hold-idx			pic 999.
    01 hold-table.
        03 hold-entry		pic x(76)	occurs 100 times.
    01 trailer-found-switch	pic x(03)	value 'no '.
        88 trailer-found			value 'yes'.
    01 run-trailer-line.
    01 warn-table.
        03 warn-entry		pic x(76)	occurs 100 times.

    01 missing-on-file-switch	pic x(03)	value 'no '.
        88 missing-on-file			value 'yes'.
    01 missing-files		pic 9(4)	value 0.
    01 miss-count		pic 999		value 0.
    01 miss-idx			pic 999.
    01 miss-table.
        03 miss-entry		pic x(76)	occurs 100 times.

    01 action-items		pic 999		value 0.
    01 report-separator		pic x(76)	value all "=".
    01 detail-separator		pic x(76)	value all "-".


procedure division.
*> Sweep the night's datasets once each, then print one page with the
*> items needing action today at the top - no more opening five
*> layouts before the first coffee on a Monday.
mainline.
    perform sweep-run-control.
    perform sweep-quarantine.
    perform sweep-preflight.
    perform sweep-expiry.
    perform sweep-missing.
    perform print-morning-summary.
    perform exit-program.

                if run-control-rec(53:4) = "SKIP"
                    add 1 to run-skips
                end-if
                if run-control-rec(53:4) = "HOLD" and hold-count < 100
                    add 1 to hold-count
                    move spaces to hold-entry(hold-count)
                    move run-control-rec(1:20) to hold-entry(hold-count)(1:20)
                    move run-control-rec(79:54) to hold-entry(hold-count)(22:54)
                end-if
            end-if
        end-if
    end-perform.
    close expiry-file.


*> The missing-file report's MISSING lines name the partner and the
*> file; its MISSING FILES footer is the count.
sweep-missing.
    open input missing-file.
    if missing-file-status not = '00'
        if missing-file-status = '05'
            close missing-file
        end-if
        exit paragraph
    end-if.
    set missing-on-file to true.

    perform until end-of-miss
        read missing-file into missing-rec
            at end set end-of-miss to true
        end-read
        if not end-of-miss
            if missing-rec(19:8) = "MISSING "
                if miss-count < 100
                    add 1 to miss-count
                    move missing-rec(1:76) to miss-entry(miss-count)
                end-if
            end-if
            if missing-rec(1:15) = "MISSING FILES: "
                move missing-rec(16:4) to missing-files
            end-if
        end-if
    end-perform.

    close missing-file.


*> The page itself - quarantined entries first, then dependents held
*> behind a prerequisite, then a pre-flight NO-GO that was run anyway, then keys entering the window, then
*> expected files that never came in, and the night's totals last,
*> since totals need no action.
print-morning-summary.
    open output summary-file.
    if summary-file-status not = '00'
        end-perform
    end-if.

    *> Section 2 - dependents held because their prerequisite did
    *> not finish; they still need running once it does.
    move spaces to summary-rec.
    write summary-rec.
    move "ACTION - HELD DEPENDENT ENTRIES (CIPHRUN):" to summary-rec.
    write summary-rec.
    if hold-count = 0
        move "  NONE." to summary-rec
        write summary-rec
    else
        add hold-count to action-items
        perform varying hold-idx from 1 by 1 until hold-idx > hold-count
            move spaces to summary-rec
            move hold-entry(hold-idx) to summary-rec(3:76)
            write summary-rec
        end-perform
    end-if.

    *> Section 3 - a NO-GO verdict with run records behind it means
    *> somebody ran the window anyway.
    move spaces to summary-rec.
    write summary-rec.
            write summary-rec
    end-evaluate.

    *> Section 4 - rotations coming due.
    move spaces to summary-rec.
    write summary-rec.
    move "ACTION - KEYS IN THE ROTATION WARNING WINDOW (KEYEXPRY):" to summary-rec.
        end-perform
    end-if.

    *> Section 5 - partners who owed a file and sent nothing.
    move spaces to summary-rec.
    write summary-rec.
    move "ACTION - EXPECTED FILES NOT RECEIVED (MISSRPT):" to summary-rec.
    write summary-rec.
    evaluate true
        when not missing-on-file
            move "  NO MISSING-FILE REPORT ON FILE - THE SCHEDULE WAS NOT CHECKED." to summary-rec
            write summary-rec
            add 1 to action-items
        when missing-files = 0
            move "  NONE." to summary-rec
            write summary-rec
        when other
            add missing-files to action-items
            move spaces to summary-rec
            string "  MISSING FILES: " delimited by size
                missing-files delimited by size
                into summary-rec
            end-string
            write summary-rec
            perform varying miss-idx from 1 by 1 until miss-idx > miss-count
                move spaces to summary-rec
                move "  " to summary-rec(1:2)
                move miss-entry(miss-idx) to summary-rec(3:76)
                write summary-rec
            end-perform
    end-evaluate.

    *> Section 6 - the night in numbers.
    move spaces to summary-rec.
    write summary-rec.
    move spaces to summary-rec.
            rt-deciphers delimited by size
            "  SKIPPED " delimited by size
            run-skips delimited by size
            "  HELD " delimited by size
            hold-count delimited by size
            "  FINAL RC " delimited by size
            rt-return-code delimited by size
            into summary-rec
