*> Brayden Cowell - 0844864
*> SLARPT - per-partner turnaround against the agreed SLA
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. slarpt.

environment division.
input-output section.
file-control.
    *> The retained run-control datasets for the period - the same
    *> list CHARGBCK bills from, so the compliance figures and the
    *> statement they go out with count the same files. A missing
    *> list means just the live CIPHRUN.
    select optional runlist-file
    assign to "CIPHRUNL"
    organization is line sequential
    file status is runlist-file-status.

    *> One run-control dataset at a time (or the service-mode arrivals
    *> log, which has the same layout) - each record carries when the
    *> file arrived and when its processing finished.
    select optional run-control-file
    assign to dynamic run-control-name
    organization is line sequential
    file status is run-control-status.

    *> The department/partner key file - the agreed turnaround for
    *> each code is held on its record.
    select optional dept-file
    assign to "DEPTTAB"
    organization is indexed
    access mode is dynamic
    record key is dept-code
    file status is dept-file-status.

    *> The report - every measured file with its elapsed time and any
    *> breach, then one compliance section per partner per month, in
    *> the CHARGSTM style so it can go out with the statement.
    select report-file
    assign to "SLARPT"
    organization is line sequential
    file status is report-file-status.

data division.
file section.
    fd runlist-file.
    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd dept-file.
    copy "depttab.cpy".

    fd report-file.
    01 report-rec		pic x(132).

working-storage section.
    01 runlist-file-status	pic xx.
    01 run-control-status	pic xx.
    01 dept-file-status		pic xx.
    01 report-file-status	pic xx.
    01 end-of-list-switch	pic xxx		value 'no '.
        88 end-of-list				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.
    01 dept-file-open-switch	pic x(03)	value 'no '.
        88 dept-file-open			value 'yes'.

    *> The period FROM,TO (YYYYMMDD) from JCL PARM - both required,
    *> the same as the chargeback run it accompanies.
    01 parm-string		pic x(80).
    01 range-from		pic x(8)	value spaces.
    01 range-to			pic x(8)	value spaces.

    01 run-control-name		pic x(24).
    01 datasets-read		pic 999		value 0.

    *> The fixed columns CIPHER's write-run-control-record lays out,
    *> the arrival stamp last.
    01 run-control-line.
        03 rc-filename		pic x(20).
        03 filler		pic x.
        03 rc-mode		pic x.
        03 filler		pic x.
        03 rc-dept		pic x(10).
        03 filler		pic x.
        03 rc-lines		pic 9(8).
        03 filler		pic x.
        03 rc-chars		pic 9(8).
        03 filler		pic x.
        03 rc-outcome		pic x(4).
        03 filler		pic x.
        03 rc-reconcile		pic x(4).
        03 filler		pic x.
        03 rc-stamp		pic x(15).
        03 filler		pic x.
        03 rc-output		pic x(64).
        03 filler		pic x.
        03 rc-arrival		pic x(15).

    *> The service-mode arrivals already measured - the same pickup
    *> can turn up again on a retained run-control copy.
    01 reading-arrivals-switch	pic x(03)	value 'no '.
        88 reading-arrivals			value 'yes'.
    01 seen-count		pic 9(4)	value 0.
    01 seen-idx			pic 9(4).
    01 seen-table.
        03 seen-entry		occurs 2000 times.
            05 seen-filename	pic x(20).
            05 seen-stamp	pic x(15).
    01 seen-switch		pic x(03).
        88 already-seen				value 'yes'.

    *> Elapsed time - both stamps turned into seconds since the start
    *> of the date functions' calendar and subtracted.
    01 stamp-work.
        03 stamp-date		pic 9(8).
        03 filler		pic x.
        03 stamp-hours		pic 99.
        03 stamp-minutes	pic 99.
        03 stamp-seconds	pic 99.
    01 stamp-total-seconds	pic 9(12).
    01 arrival-seconds		pic 9(12).
    01 completion-seconds	pic 9(12).
    01 elapsed-seconds		pic s9(12).
    01 elapsed-minutes		pic 9(6).
    01 file-target		pic 9(4).
    01 breach-switch		pic x(03).
        88 file-breached			value 'yes'.

    *> Each partner's agreed turnaround, read off DEPTTAB once.
    01 target-count		pic 999		value 0.
    01 target-idx		pic 999.
    01 target-table.
        03 target-entry		occurs 200 times.
            05 tgt-dept		pic x(10).
            05 tgt-minutes	pic 9(4).

    *> Compliance rolled up per partner per month, held in partner
    *> then month order so the sections print grouped.
    01 roll-count		pic 999		value 0.
    01 roll-idx			pic 999.
    01 roll-slot		pic 999.
    01 roll-month		pic x(6).
    01 compliance-rollup.
        03 roll-entry		occurs 300 times.
            05 roll-dept	pic x(10).
            05 roll-yyyymm	pic x(6).
            05 roll-target	pic 9(4).
            05 roll-measured	pic 9(5).
            05 roll-within	pic 9(5).
            05 roll-breaches	pic 9(5).
            05 roll-longest	pic 9(6).
    01 roll-found-switch	pic x(03).
        88 roll-found				value 'yes'.
    01 compliance-percent	pic 999v9.
    01 compliance-display	pic zz9.9.

    01 measured-count		pic 9(6)	value 0.
    01 breach-count		pic 9(6)	value 0.
    01 unmeasured-count		pic 9(6)	value 0.
    01 report-separator		pic x(76)	value all "=".
    01 detail-separator		pic x(76)	value all "-".


procedure division.
*> Measure every finished file in the period from arrival to the end
*> of its processing, flag the ones over their partner's agreed
*> turnaround, and give each partner a monthly compliance figure -
*> the promise in the agreement finally checked against the record.
mainline.
    perform read-startup-parms.

    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the SLA report! Status: " report-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open input dept-file.
    if dept-file-status = '00'
        set dept-file-open to true
    else
        display "No department/partner file on file - no targets to measure against. Status: " dept-file-status "."
    end-if.

    perform print-detail-header.

    set reading-arrivals to true.
    move "CIPHARRV" to run-control-name.
    perform measure-one-dataset.
    move 'no ' to reading-arrivals-switch.
    perform sweep-run-list.

    perform print-detail-footer.
    perform print-compliance-sections.

    if dept-file-open
        close dept-file
    end-if.
    close report-file.
    display "SLA report written to SLARPT - " measured-count " files measured, "
        breach-count " breaches.".
    if breach-count > 0
        move 4 to return-code
    end-if.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into range-from range-to
        end-unstring
    end-if.

    if range-from = spaces or range-to = spaces
        display "The SLA report needs a FROM,TO period (YYYYMMDD,YYYYMMDD)! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.


*> Every dataset the list names, or just CIPHRUN when there is no
*> list on file - exactly what CHARGBCK reads.
sweep-run-list.
    open input runlist-file.
    if runlist-file-status not = '00'
        if runlist-file-status = '05'
            close runlist-file
        end-if
        move "CIPHRUN" to run-control-name
        perform measure-one-dataset
        exit paragraph
    end-if.

    perform until end-of-list
        read runlist-file into runlist-rec
            at end set end-of-list to true
        end-read
        if not end-of-list and runlist-rec not = spaces
            move runlist-rec(1:24) to run-control-name
            perform measure-one-dataset
        end-if
    end-perform.

    close runlist-file.


measure-one-dataset.
    move 'no ' to end-of-run-switch.

    open input run-control-file.
    if run-control-status not = '00'
        if run-control-status = '05'
            close run-control-file
        else
            display "Cannot read " function trim(run-control-name) " - left out of the report! Status: " run-control-status "."
        end-if
        exit paragraph
    end-if.
    add 1 to datasets-read.

    perform until end-of-run
        read run-control-file into run-control-rec
            at end set end-of-run to true
        end-read
        if not end-of-run and run-control-rec not = spaces
            and run-control-rec(1:8) not = "TRAILER "
            move run-control-rec to run-control-line
            perform measure-one-record
        end-if
    end-perform.

    close run-control-file.


*> Only finished work is measured - a skip, failure or calendar
*> deferral has no completion, and its rerun is measured from the
*> same arrival when it does finish. A record without an arrival
*> stamp predates the column, or came from an attended run.
measure-one-record.
    if rc-stamp = spaces
        exit paragraph
    end-if.
    if rc-stamp(1:8) < range-from or rc-stamp(1:8) > range-to
        exit paragraph
    end-if.
    if rc-outcome = "SKIP" or rc-outcome = "FAIL" or rc-outcome = "DEFR"
        or rc-outcome = "HOLD"
        exit paragraph
    end-if.
    if rc-arrival = spaces
        add 1 to unmeasured-count
        exit paragraph
    end-if.

    perform check-seen-record.
    if already-seen
        exit paragraph
    end-if.

    move rc-arrival to stamp-work.
    perform stamp-to-seconds.
    move stamp-total-seconds to arrival-seconds.
    move rc-stamp to stamp-work.
    perform stamp-to-seconds.
    move stamp-total-seconds to completion-seconds.
    compute elapsed-seconds = completion-seconds - arrival-seconds.
    if elapsed-seconds < 0
        move 0 to elapsed-seconds
    end-if.
    compute elapsed-minutes = elapsed-seconds / 60.

    perform find-partner-target.
    move 'no ' to breach-switch.
    if file-target > 0 and elapsed-seconds > file-target * 60
        set file-breached to true
        add 1 to breach-count
    end-if.
    add 1 to measured-count.

    perform write-detail-line.
    perform roll-up-compliance.


*> Service-mode pickups are remembered as the arrivals log is read,
*> and a retained run-control record for the same pickup skipped.
check-seen-record.
    move 'no ' to seen-switch.

    if reading-arrivals
        if seen-count < 2000
            add 1 to seen-count
            move rc-filename to seen-filename(seen-count)
            move rc-stamp to seen-stamp(seen-count)
        end-if
        exit paragraph
    end-if.

    perform varying seen-idx from 1 by 1 until seen-idx > seen-count or already-seen
        if seen-filename(seen-idx) = rc-filename and seen-stamp(seen-idx) = rc-stamp
            set already-seen to true
        end-if
    end-perform.


stamp-to-seconds.
    if stamp-date is not numeric or stamp-hours is not numeric
        or stamp-minutes is not numeric or stamp-seconds is not numeric
        move 0 to stamp-total-seconds
        exit paragraph
    end-if.
    compute stamp-total-seconds =
        function integer-of-date(stamp-date) * 86400
        + stamp-hours * 3600 + stamp-minutes * 60 + stamp-seconds.


*> The partner's agreed turnaround off DEPTTAB, read once per code -
*> no record, or no figure on it, means nothing was promised.
find-partner-target.
    perform varying target-idx from 1 by 1 until target-idx > target-count
        if tgt-dept(target-idx) = rc-dept
            move tgt-minutes(target-idx) to file-target
            exit paragraph
        end-if
    end-perform.

    move 0 to file-target.
    if dept-file-open and rc-dept not = spaces
        move rc-dept to dept-code
        read dept-file
            invalid key
                continue
        end-read
        if dept-file-status = '00' and dept-sla-minutes is numeric
            move dept-sla-minutes to file-target
        end-if
    end-if.

    if target-count < 200
        add 1 to target-count
        move rc-dept to tgt-dept(target-count)
        move file-target to tgt-minutes(target-count)
    end-if.


*> Find (or slot in, in partner then month order) the partner's
*> entry for the month the file finished in.
roll-up-compliance.
    move rc-stamp(1:6) to roll-month.
    move 'no ' to roll-found-switch.
    perform varying roll-idx from 1 by 1 until roll-idx > roll-count or roll-found
        if roll-dept(roll-idx) = rc-dept and roll-yyyymm(roll-idx) = roll-month
            set roll-found to true
        end-if
    end-perform.

    if roll-found
        subtract 1 from roll-idx
    else
        if roll-count >= 300
            display "More than 300 partner-months in the period! The rest are left out of the compliance figures."
            exit paragraph
        end-if
        move 1 to roll-slot
        perform until roll-slot > roll-count
            or roll-dept(roll-slot) > rc-dept
            or (roll-dept(roll-slot) = rc-dept and roll-yyyymm(roll-slot) > roll-month)
            add 1 to roll-slot
        end-perform
        perform varying roll-idx from roll-count by -1 until roll-idx < roll-slot
            move roll-entry(roll-idx) to roll-entry(roll-idx + 1)
        end-perform
        add 1 to roll-count
        move roll-slot to roll-idx
        move rc-dept to roll-dept(roll-idx)
        move roll-month to roll-yyyymm(roll-idx)
        move file-target to roll-target(roll-idx)
        move 0 to roll-measured(roll-idx)
        move 0 to roll-within(roll-idx)
        move 0 to roll-breaches(roll-idx)
        move 0 to roll-longest(roll-idx)
    end-if.

    add 1 to roll-measured(roll-idx).
    if file-breached
        add 1 to roll-breaches(roll-idx)
    else
        add 1 to roll-within(roll-idx)
    end-if.
    if elapsed-minutes > roll-longest(roll-idx)
        move elapsed-minutes to roll-longest(roll-idx)
    end-if.


print-detail-header.
    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    write report-rec.

    move spaces to report-rec.
    string "TURNAROUND SLA REPORT - PERIOD " delimited by size
        range-from delimited by size
        " THROUGH " delimited by size
        range-to delimited by size
        " - RUN DATE " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.

    move spaces to report-rec.
    move "DEPARTMENT FILENAME             M ARRIVED         COMPLETED       MINUTES TARGET" to report-rec.
    write report-rec.


write-detail-line.
    move spaces to report-rec.
    move rc-dept to report-rec(1:10).
    move rc-filename to report-rec(12:20).
    move rc-mode to report-rec(33:1).
    move rc-arrival to report-rec(35:15).
    move rc-stamp to report-rec(51:15).
    move elapsed-minutes to report-rec(67:6).
    if file-target > 0
        move file-target to report-rec(75:4)
    else
        move "NONE" to report-rec(75:4)
    end-if.
    if file-breached
        move "BREACH" to report-rec(80:6)
    end-if.
    write report-rec.


print-detail-footer.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.

    move spaces to report-rec.
    string "  FILES MEASURED: " delimited by size
        measured-count delimited by size
        "  BREACHES: " delimited by size
        breach-count delimited by size
        "  NO ARRIVAL TIME ON RECORD: " delimited by size
        unmeasured-count delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    write report-rec.


*> One section per partner per month - a partner with no agreed
*> turnaround still gets its figures, marked as having no target.
print-compliance-sections.
    perform varying roll-idx from 1 by 1 until roll-idx > roll-count
        move spaces to report-rec
        move report-separator to report-rec(1:76)
        write report-rec

        move spaces to report-rec
        string "TURNAROUND COMPLIANCE - DEPARTMENT/PARTNER " delimited by size
            roll-dept(roll-idx) delimited by size
            " - MONTH " delimited by size
            roll-yyyymm(roll-idx)(1:4) delimited by size
            "-" delimited by size
            roll-yyyymm(roll-idx)(5:2) delimited by size
            into report-rec
        end-string
        write report-rec

        move spaces to report-rec
        move detail-separator to report-rec(1:76)
        write report-rec

        move spaces to report-rec
        if roll-target(roll-idx) > 0
            string "  AGREED TURNAROUND:    " delimited by size
                roll-target(roll-idx) delimited by size
                " MINUTES" delimited by size
                into report-rec
            end-string
        else
            move "  AGREED TURNAROUND:    NONE ON FILE" to report-rec
        end-if
        write report-rec

        move spaces to report-rec
        string "  FILES MEASURED:       " delimited by size
            roll-measured(roll-idx) delimited by size
            into report-rec
        end-string
        write report-rec

        move spaces to report-rec
        string "  WITHIN TURNAROUND:    " delimited by size
            roll-within(roll-idx) delimited by size
            into report-rec
        end-string
        write report-rec

        move spaces to report-rec
        string "  BREACHES:             " delimited by size
            roll-breaches(roll-idx) delimited by size
            into report-rec
        end-string
        write report-rec

        move spaces to report-rec
        string "  LONGEST TURNAROUND:   " delimited by size
            roll-longest(roll-idx) delimited by size
            " MINUTES" delimited by size
            into report-rec
        end-string
        write report-rec

        move spaces to report-rec
        if roll-target(roll-idx) > 0
            compute compliance-percent rounded =
                roll-within(roll-idx) * 100 / roll-measured(roll-idx)
            move compliance-percent to compliance-display
            string "  COMPLIANCE:           " delimited by size
                compliance-display delimited by size
                "%" delimited by size
                into report-rec
            end-string
        else
            move "  COMPLIANCE:           NO TARGET AGREED" to report-rec
        end-if
        write report-rec

        move spaces to report-rec
        write report-rec
    end-perform.


exit-program.
    stop run.
