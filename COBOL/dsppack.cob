    organization is line sequential
    file status is package-file-status.

    *> The release queue CIPHER puts a delivery on when its manifest
    *> entry carries an embargo or its partner is held for supervisor
    *> review - nothing on it is packaged until the embargo passes or
    *> a supervisor releases it, and what is packaged comes off it.
    select optional hold-file
    assign to dynamic hold-queue-name
    organization is line sequential
    file status is hold-file-status.

    *> The queue minus the deliveries just packaged, swapped in the
    *> same read-all-write-back way the maintenance utilities use.
    select hold-work-file
    assign to dynamic hold-work-name
    organization is line sequential
    file status is hold-work-status.

    *> The department/partner file - only for the routing prefix, so a
    *> package lands in the same dispatch area its members did.
    select optional dept-file
data division.
file section.
    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd member-file.
    01 member-rec		pic x(2000).
    fd package-file.
    01 package-rec		pic x(2000).

    fd hold-file.
    01 hold-rec			pic x(200).

    fd hold-work-file.
    01 hold-work-rec		pic x(200).

    fd dept-file.
    copy "depttab.cpy".

    01 member-file-status	pic xx.
    01 package-file-status	pic xx.
    01 dept-file-status		pic xx.
    01 hold-file-status		pic xx.
    01 hold-work-status		pic xx.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.
    01 end-of-member-switch	pic xxx		value 'no '.
        88 end-of-member			value 'yes'.

    *> Startup parameters - the run-control dataset to package from,
    *> blank for the night's CIPHRUN, and the release queue, blank for
    *> CIPHHOLD.
    01 parm-string		pic x(80).
    01 run-control-name		pic x(24)	value spaces.
    01 hold-queue-name		pic x(30)	value spaces.
    01 hold-work-name		pic x(32)	value spaces.

    *> The fixed columns CIPHER's write-run-control-record lays each
    *> line out in - only the mode, department, outcome and delivered
    *> pass below can walk them once per distinct department code.
    01 delivery-count		pic 999		value 0.
    01 delivery-idx		pic 999.
    01 partner-idx		pic 999.
    01 delivery-table.
        03 delivery-entry		occurs 500 times.
            05 delivery-dept	pic x(10).
            05 delivery-output	pic x(64).
            05 delivery-packed	pic x(03).
            05 delivery-hold-idx	pic 999.

    01 member-file-name		pic x(64).
    01 member-record-count	pic 9(8).
    01 package-base-name	pic x(44).
    01 package-dept		pic x(10).
    01 package-route		pic x(20).
    *> A partner whose gateway caps its file size already has each
    *> delivery cut into a volume set by CIPHER - a package of them
    *> would only break the cap again, so their sets go as they are.
    01 package-volume-kb	pic 9(6).
    01 volume-set-count		pic 999		value 0.
    01 package-member-count	pic 9(4).
    01 package-line-number	pic 9(8).
    01 package-checksum		pic 9(8).
    01 highest-generation	pic 9999.
    01 generation-miss-count	pic 999.

    *> The release queue as it stood when the run started - the
    *> fixed columns CIPHER's queue-held-delivery lays each line out
    *> in. Status H is held, R released by a supervisor; an EMBARGO
    *> hold lets itself go once its date and time have passed, a
    *> REVIEW or BOTH hold only on a release.
    01 end-of-hold-switch	pic xxx		value 'no '.
        88 end-of-hold				value 'yes'.
    01 hold-queue-line.
        03 hq-output		pic x(64).
        03 filler		pic x.
        03 hq-dept		pic x(10).
        03 filler		pic x.
        03 hq-filename		pic x(20).
        03 filler		pic x.
        03 hq-reason		pic x(8).
        03 filler		pic x.
        03 hq-embargo		pic x(12).
        03 filler		pic x.
        03 hq-held-stamp	pic x(15).
        03 filler		pic x.
        03 hq-status		pic x.
        03 filler		pic x.
        03 hq-released-by	pic x(10).
        03 filler		pic x.
        03 hq-release-stamp	pic x(15).
    01 hold-count		pic 999		value 0.
    01 hold-idx			pic 999.
    01 hold-scan-idx		pic 999.
    01 hold-table.
        03 hold-entry			occurs 500 times.
            05 hold-line	pic x(163).
            05 hold-matched	pic x(03).
            05 hold-dispatched	pic x(03).
    01 hold-release-switch	pic x(03)	value 'no '.
        88 hold-releasable			value 'yes'.
    01 hold-probe-output	pic x(64).
    01 hold-now			pic x(12).
    01 held-delivery-count	pic 999		value 0.
    01 released-delivery-count	pic 999		value 0.
    01 dispatched-hold-count	pic 999		value 0.
    01 member-added-switch	pic x(03)	value 'no '.
        88 member-added				value 'yes'.
    01 utility-status		pic s9(4).

    01 audit-timestamp		pic x(21).
    01 package-header-line.
        03 pkg-hdr-tag		pic x(8).
*> eleven generation files into the one artifact that leaves the shop.
mainline.
    perform read-startup-parms.
    perform load-hold-queue.
    perform load-delivery-records.
    perform add-released-holds.

    if held-delivery-count > 0
        display held-delivery-count " deliveries left on the release queue - see HOLDMNT."
    end-if.

    if delivery-count = 0
        display "No deliveries on " function trim(run-control-name) " - nothing to package."
        perform exit-program
    end-if.

    *> The partner pass keeps its own subscript - building a package
    *> walks the whole table on delivery-idx.
    perform varying partner-idx from 1 by 1 until partner-idx > delivery-count
        if delivery-packed(partner-idx) = 'no '
            move delivery-dept(partner-idx) to package-dept
            perform build-one-package
        end-if
    end-perform.

    display "Dispatch packaging complete - " package-count " packages built from "
        function trim(run-control-name) ".".
    if volume-set-count > 0
        display volume-set-count " deliveries to capped gateways left as volume sets."
    end-if.
    if dispatched-hold-count > 0
        perform rewrite-hold-queue
    end-if.
    if skipped-member-count > 0
        display "WARNING: " skipped-member-count " delivered outputs could not be read and were left out!"
        move 4 to return-code

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into run-control-name hold-queue-name
        end-unstring
    end-if.
    if run-control-name = spaces
        move "CIPHRUN" to run-control-name
    end-if.
    if hold-queue-name = spaces
        move "CIPHHOLD" to hold-queue-name
    end-if.
    string hold-queue-name delimited by space
        "WK" delimited by size
        into hold-work-name
    end-string.


*> Every enciphered delivery of the night - mode e, not skipped, with
*> a department code and a recorded output name - held for the
*> per-partner pass. The trailer line and decipher/verify records are
*> not deliveries and stay out, and so does a delivery the release
*> queue is still holding.
load-delivery-records.
    open input run-control-file.
    if run-control-status not = '00'
        if not end-of-run and run-control-rec not = spaces
            and run-control-rec(1:8) not = "TRAILER "
            move run-control-rec to run-control-line
            move 0 to hold-idx
            *> Only clean deliveries are dispatch material - a FAIL
            *> run leaves a generation behind too, and packaging it
            *> would hand the partner a file the shop already knows
            if rc-mode = "e"
                and (rc-outcome = "PASS" or rc-outcome = "OK  ")
                and rc-dept not = spaces and rc-output not = spaces
                perform check-delivery-held
            end-if
            if rc-mode = "e"
                and (rc-outcome = "PASS" or rc-outcome = "OK  ")
                and rc-dept not = spaces and rc-output not = spaces
                and (hold-idx = 0 or hold-releasable)
                if delivery-count >= 500
                    display "More than 500 deliveries on the run-control dataset! The rest are not packaged."
                    set end-of-run to true
                    move rc-dept to delivery-dept(delivery-count)
                    move rc-output to delivery-output(delivery-count)
                    move 'no ' to delivery-packed(delivery-count)
                    move hold-idx to delivery-hold-idx(delivery-count)
                end-if
            end-if
        end-if
    close run-control-file.


*> The release queue, loaded whole before the run-control dataset is
*> read. A queue that is there but cannot be read refuses the run -
*> packaging blind would send out exactly what it exists to stop.
load-hold-queue.
    move function current-date(1:12) to hold-now.

    open input hold-file.
    if hold-file-status = '05'
        close hold-file
        exit paragraph
    end-if.
    if hold-file-status not = '00'
        display "Cannot read the release queue " function trim(hold-queue-name) "! Status: " hold-file-status
            "! Packaging refused - held deliveries would go out."
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-hold
        read hold-file into hold-rec
            at end set end-of-hold to true
        end-read
        if not end-of-hold and hold-rec not = spaces
            if hold-count >= 500
                display "More than 500 lines on the release queue! Packaging refused - clear it down through HOLDMNT first."
                close hold-file
                move 8 to return-code
                perform exit-program
            end-if
            add 1 to hold-count
            move hold-rec(1:163) to hold-line(hold-count)
            move 'no ' to hold-matched(hold-count)
            move 'no ' to hold-dispatched(hold-count)
        end-if
    end-perform.

    close hold-file.


*> Is tonight's delivery on the release queue? One still held stays
*> out of the package and waits there; one released, or past its
*> embargo, goes tonight.
check-delivery-held.
    move rc-output to hold-probe-output.
    perform find-hold-entry.
    if hold-idx = 0
        exit paragraph
    end-if.

    move 'yes' to hold-matched(hold-idx).
    perform judge-hold-entry.
    if not hold-releasable
        add 1 to held-delivery-count
        display "Held: " function trim(rc-output) " - " function trim(hq-reason) " - not packaged."
    end-if.


*> The queue line for a delivered output name, or zero.
find-hold-entry.
    move 0 to hold-idx.
    perform varying hold-scan-idx from 1 by 1
        until hold-scan-idx > hold-count or hold-idx > 0
        if hold-line(hold-scan-idx)(1:64) = hold-probe-output
            move hold-scan-idx to hold-idx
            move hold-line(hold-idx) to hold-queue-line
        end-if
    end-perform.


*> A supervisor's release always lets a delivery go. Otherwise only an
*> embargo-only hold lets itself go, once its date and time have come -
*> a review hold waits for the supervisor whatever the clock says.
judge-hold-entry.
    move 'no ' to hold-release-switch.
    if hq-status = "R"
        set hold-releasable to true
    end-if.
    if hq-status = "H" and hq-reason = "EMBARGO"
        and hq-embargo not = spaces and hq-embargo <= hold-now
        set hold-releasable to true
    end-if.


*> Deliveries held on an earlier night that have since been released
*> or reached their embargo go out with tonight's packages.
add-released-holds.
    perform varying hold-idx from 1 by 1 until hold-idx > hold-count
        if hold-matched(hold-idx) = 'no '
            move hold-line(hold-idx) to hold-queue-line
            perform judge-hold-entry
            if hold-releasable
                if delivery-count >= 500
                    display "More than 500 deliveries to package! " function trim(hq-output) " stays on the release queue."
                else
                    add 1 to delivery-count
                    move hq-dept to delivery-dept(delivery-count)
                    move hq-output to delivery-output(delivery-count)
                    move 'no ' to delivery-packed(delivery-count)
                    move hold-idx to delivery-hold-idx(delivery-count)
                    add 1 to released-delivery-count
                end-if
            else
                add 1 to held-delivery-count
            end-if
        end-if
    end-perform.

    if released-delivery-count > 0
        display released-delivery-count " released deliveries from earlier runs added from the release queue."
    end-if.


*> Take what was packaged off the queue. The queue is read again
*> rather than the table written back, so a line CIPHER added while
*> the packages were being built is kept. Left unswapped, the same
*> deliveries would go out again on the next run - that is an error.
rewrite-hold-queue.
    move 'no ' to end-of-hold-switch.
    open input hold-file.
    if hold-file-status not = '00'
        display "Cannot reread the release queue! Status: " hold-file-status
            " - the deliveries just packaged are still on it!"
        move 8 to return-code
        exit paragraph
    end-if.

    open output hold-work-file.
    if hold-work-status not = '00'
        display "Cannot open the release-queue work file! Status: " hold-work-status
            " - the deliveries just packaged are still on the queue!"
        close hold-file
        move 8 to return-code
        exit paragraph
    end-if.

    perform until end-of-hold
        read hold-file into hold-rec
            at end set end-of-hold to true
        end-read
        if not end-of-hold and hold-rec not = spaces
            move hold-rec(1:64) to hold-probe-output
            perform find-hold-entry
            if hold-idx = 0 or hold-dispatched(hold-idx) not = 'yes'
                move hold-rec to hold-work-rec
                write hold-work-rec
            end-if
        end-if
    end-perform.

    close hold-work-file.
    close hold-file.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using hold-queue-name.
    call "CBL_RENAME_FILE" using hold-work-name hold-queue-name.
    if return-code not = 0
        display "Cannot swap the release queue into place - it is on " function trim(hold-work-name)
            " and the deliveries just packaged are still on " function trim(hold-queue-name) "!"
        move 8 to return-code
        exit paragraph
    end-if.
    move utility-status to return-code.

    display dispatched-hold-count " released deliveries packaged and taken off the release queue.".


*> One partner's package - header, every member of theirs in run
*> order, trailer - routed into their dispatch area and versioned as a
*> fresh generation.
build-one-package.
    perform find-package-route.
    if package-volume-kb > 0
        perform release-volume-sets
        exit paragraph
    end-if.

    move spaces to package-base-name.
    if package-route not = spaces
            move 'yes' to delivery-packed(delivery-idx)
            move delivery-output(delivery-idx) to member-file-name
            perform add-one-member
            if member-added and delivery-hold-idx(delivery-idx) > 0
                move 'yes' to hold-dispatched(delivery-hold-idx(delivery-idx))
                add 1 to dispatched-hold-count
            end-if
        end-if
    end-perform.

        " - " package-member-count " members.".


*> A capped partner's deliveries are not packaged - each one's volume
*> set, .V001 up beside the generation, is what goes to the gateway.
*> Released holds still come off the queue, the same as if packaged.
release-volume-sets.
    perform varying delivery-idx from 1 by 1 until delivery-idx > delivery-count
        if delivery-packed(delivery-idx) = 'no '
            and delivery-dept(delivery-idx) = package-dept
            move 'yes' to delivery-packed(delivery-idx)
            add 1 to volume-set-count
            display "Volume set " function trim(delivery-output(delivery-idx)) ".V001 up goes to "
                function trim(package-dept) " as it stands - gateway cap " package-volume-kb " KB, not packaged."
            if delivery-hold-idx(delivery-idx) > 0
                move 'yes' to hold-dispatched(delivery-hold-idx(delivery-idx))
                add 1 to dispatched-hold-count
            end-if
        end-if
    end-perform.


*> One delivered output into the open package - counted first so the
*> member line can state its record count ahead of the records, then
*> copied in with every record rolled into the package checksum.
add-one-member.
    move 'no ' to member-added-switch.
    move 'no ' to end-of-member-switch.
    move 0 to member-record-count.

        end-if
    end-perform.
    close member-file.
    set member-added to true.


*> The same positional checksum CIPHER rolls over its records, applied


*> The partner's routing prefix, if their DEPTTAB record names one -
*> a missing file or code just means the package lands locally - and
*> any cap their gateway puts on a file's size.
find-package-route.
    move spaces to package-route.
    move 0 to package-volume-kb.
    open input dept-file.
    if dept-file-status = '00'
        move package-dept to dept-code
        end-read
        if dept-file-status = '00'
            move dept-route-prefix to package-route
            if dept-volume-kb is numeric
                move dept-volume-kb to package-volume-kb
            end-if
        end-if
        close dept-file
    else
