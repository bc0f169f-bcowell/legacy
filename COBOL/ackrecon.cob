    organization is line sequential
    file status is run-control-status.

    *> The release queue CIPHER puts an embargoed or review-held
    *> delivery on - one still held there never went out, so there is
    *> no receipt to chase for it.
    select optional hold-file
    assign to dynamic hold-queue-name
    organization is line sequential
    file status is hold-file-status.

    *> The unconfirmed-dispatch report - every delivery still without
    *> a receipt after the age limit, broken down by department code,
    *> so chasing partners comes off a report instead of off memory.
    organization is line sequential
    file status is report-file-status.

    *> The partner contact master CONTMNT maintains - who each chase
    *> notice is addressed to, and who it escalates to.
    select optional cont-file
    assign to "CONTTAB"
    organization is indexed
    access mode is dynamic
    record key is cont-dept
    file status is cont-file-status.

    *> The chase notices - one printable notice per partner listing
    *> its unconfirmed deliveries, addressed off the contact master,
    *> ready to mail or read down the phone.
    select notice-file
    assign to "ACKCHASE"
    organization is line sequential
    file status is notice-file-status.

data division.
file section.
    fd ack-file.
    01 ack-rec			pic x(90).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd hold-file.
    01 hold-rec			pic x(200).

    fd report-file.
    01 report-rec		pic x(132).

    fd cont-file.
    copy "contrec.cpy".

    fd notice-file.
    01 notice-rec		pic x(132).

working-storage section.
    01 ack-file-status		pic xx.
    01 run-control-status	pic xx.
    01 hold-file-status		pic xx.
    01 report-file-status	pic xx.
    01 cont-file-status		pic xx.
    01 notice-file-status	pic xx.
    01 end-of-ack-switch	pic xxx		value 'no '.
        88 end-of-ack				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
    01 parm-output-name		pic x(64)	value spaces.
    01 parm-received-date	pic x(8)	value spaces.
    01 run-control-name		pic x(24)	value spaces.
    01 hold-queue-name		pic x(30)	value spaces.
    01 parm-age-str		pic x(3)	value spaces.
    01 parm-escalate-str	pic x(3)	value spaces.

    *> How many days a dispatch may sit unconfirmed before it lands
    *> on the report - configurable per run, three by default.
    01 age-limit-days		pic 999		value 3.

    *> The second threshold - a dispatch still unconfirmed this many
    *> days after it went out escalates past the everyday contact to
    *> the partner's escalation contact. Seven by default.
    01 escalate-days		pic 999		value 7.

    01 today-date		pic 9(8).
    01 today-integer		pic 9(7).
    01 dispatch-integer		pic 9(7).
    01 ack-found-switch		pic x(03)	value 'no '.
        88 ack-found				value 'yes'.

    *> The release queue, in the fixed columns CIPHER's
    *> queue-held-delivery lays each line out in, judged the way
    *> DSPPACK judges it - a supervisor's release, or an embargo-only
    *> hold whose date and time have passed, lets a delivery go; any
    *> other line still on the queue is held and was not dispatched.
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
        03 hold-line		pic x(163)	occurs 500 times.
    01 hold-release-switch	pic x(03)	value 'no '.
        88 hold-releasable			value 'yes'.
    01 dispatch-held-switch	pic x(03)	value 'no '.
        88 dispatch-held			value 'yes'.
    01 hold-now			pic x(12).
    01 held-count		pic 9(5)	value 0.

    *> Every dispatch still unconfirmed past the age limit, held so
    *> the report can come out grouped by department code.
    01 unconfirmed-count	pic 999		value 0.
            05 unc-stamp	pic x(15).
            05 unc-days		pic s9(7).
            05 unc-printed	pic x(03).
            05 unc-noticed	pic x(03).
            05 unc-escalated	pic x(03).
    01 group-dept		pic x(10).
    01 group-idx		pic 999.

    *> Chase notice state - the contact found for the partner in
    *> hand, and whether any of its dispatches crossed the escalation
    *> threshold.
    01 cont-file-open-switch	pic x(03)	value 'no '.
        88 cont-file-open			value 'yes'.
    01 contact-found-switch	pic x(03).
        88 contact-found			value 'yes'.
    01 group-escalated-switch	pic x(03).
        88 group-escalated			value 'yes'.
    01 group-dispatches		pic 999.
    01 method-description	pic x(20).
    01 notice-count		pic 999		value 0.
    01 escalation-count		pic 999		value 0.
    01 no-contact-count		pic 999		value 0.
    01 notice-separator		pic x(76)	value all "=".

    01 delivery-count		pic 9(5)	value 0.
    01 confirmed-count		pic 9(5)	value 0.
    01 report-separator		pic x(76)	value all "-".


*> P takes the delivered output name and the received date; R takes
*> the run-control dataset to reconcile, the age limit in days, the
*> escalation threshold in days and the release queue (blank means
*> CIPHHOLD).
read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into ack-mode parm-output-name parm-received-date
                parm-escalate-str hold-queue-name
        end-unstring
    else
        display "Enter P to post a receipt or R to report unconfirmed dispatches:"
        if run-control-name = spaces
            move "CIPHRUN" to run-control-name
        end-if
        if hold-queue-name = spaces
            move "CIPHHOLD" to hold-queue-name
        end-if
        if parm-age-str not = spaces
            move function numval(parm-age-str) to age-limit-days
        end-if
        if parm-escalate-str not = spaces
            move function numval(parm-escalate-str) to escalate-days
        end-if
        if escalate-days < age-limit-days
            move age-limit-days to escalate-days
        end-if
    end-if.

    if ack-mode = "p"
    compute today-integer = function integer-of-date(today-date).

    perform load-receipts.
    perform load-hold-queue.
    perform load-unconfirmed-dispatches.
    perform print-unconfirmed-report.
    perform print-chase-notices.


*> The whole acknowledgment dataset into the receipt table - a
            *> Only clean deliveries count as dispatches - a FAIL run
            *> never left the shop, so nobody should chase a partner
            *> for its receipt.
            *> Nor did one still held on the release queue.
            if rc-mode = "e"
                and (rc-outcome = "PASS" or rc-outcome = "OK  ")
                and rc-output not = spaces
                perform check-dispatch-held
                if dispatch-held
                    add 1 to held-count
                else
                    add 1 to delivery-count
                    perform check-one-dispatch
                end-if
            end-if
        end-if
    end-perform.
    close run-control-file.


*> The release queue, loaded whole before the run-control dataset is
*> read. A queue that is there but cannot be read refuses the report
*> - chasing partners blind would chase them for what was never sent.
load-hold-queue.
    move function current-date(1:12) to hold-now.

    open input hold-file.
    if hold-file-status = '05'
        close hold-file
        exit paragraph
    end-if.
    if hold-file-status not = '00'
        display "Cannot read the release queue " function trim(hold-queue-name) "! Status: " hold-file-status
            "! Report refused - held deliveries would be chased."
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-hold
        read hold-file into hold-rec
            at end set end-of-hold to true
        end-read
        if not end-of-hold and hold-rec not = spaces
            if hold-count >= 500
                display "More than 500 lines on the release queue! Report refused - clear it down through HOLDMNT first."
                close hold-file
                move 8 to return-code
                perform exit-program
            end-if
            add 1 to hold-count
            move hold-rec(1:163) to hold-line(hold-count)
        end-if
    end-perform.

    close hold-file.


*> Is this delivery still held on the release queue? Released, or
*> past an embargo-only hold, it counts as dispatched.
check-dispatch-held.
    move 'no ' to dispatch-held-switch.
    move 0 to hold-idx.
    perform varying hold-scan-idx from 1 by 1
        until hold-scan-idx > hold-count or hold-idx > 0
        if hold-line(hold-scan-idx)(1:64) = rc-output
            move hold-scan-idx to hold-idx
            move hold-line(hold-idx) to hold-queue-line
        end-if
    end-perform.
    if hold-idx = 0
        exit paragraph
    end-if.

    move 'no ' to hold-release-switch.
    if hq-status = "R"
        set hold-releasable to true
    end-if.
    if hq-status = "H" and hq-reason = "EMBARGO"
        and hq-embargo not = spaces and hq-embargo <= hold-now
        set hold-releasable to true
    end-if.
    if not hold-releasable
        set dispatch-held to true
    end-if.


*> One delivery: a matching receipt confirms it; otherwise its age
*> off the dispatch stamp decides whether it goes on the report. A
*> record without a stamp predates the stamp column and is reported
            move rc-stamp to unc-stamp(unconfirmed-count)
            move days-waiting to unc-days(unconfirmed-count)
            move 'no ' to unc-printed(unconfirmed-count)
            move 'no ' to unc-noticed(unconfirmed-count)
            move 'no ' to unc-escalated(unconfirmed-count)
            if days-waiting >= escalate-days
                move 'yes' to unc-escalated(unconfirmed-count)
            end-if
        end-if
    end-if.

        function current-date(7:2) delimited by size
        " - DISPATCHES UNCONFIRMED AFTER " delimited by size
        age-limit-days delimited by size
        " DAYS, ESCALATED AFTER " delimited by size
        escalate-days delimited by size
        into report-rec
    end-string.
    write report-rec.
        confirmed-count delimited by size
        "  UNCONFIRMED OVER LIMIT: " delimited by size
        unconfirmed-count delimited by size
        "  HELD: " delimited by size
        held-count delimited by size
        into report-rec
    end-string.
    write report-rec.
                move "NO DISPATCH STAMP" to report-rec(68:17)
                move spaces to report-rec(85:7)
            end-if
            if unc-escalated(group-idx) = 'yes'
                move "ESCALATE" to report-rec(94:8)
            end-if
            write report-rec
        end-if
    end-perform.
    write report-rec.


*> One notice per partner on the report, addressed off the contact
*> master - the everyday contact always, and the escalation contact
*> too once any of the partner's dispatches has waited past the
*> escalation threshold. A partner with no contact record still gets
*> its notice, flagged so the clerk adds the record before sending.
print-chase-notices.
    if unconfirmed-count = 0
        exit paragraph
    end-if.

    open output notice-file.
    if notice-file-status not = '00'
        display "Cannot open the chase notice file! Status: " notice-file-status "!"
        move 8 to return-code
        exit paragraph
    end-if.

    open input cont-file.
    if cont-file-status = '00'
        set cont-file-open to true
    else
        display "No partner contact file on file - notices go out unaddressed. Status: " cont-file-status "."
    end-if.

    perform varying unconfirmed-idx from 1 by 1 until unconfirmed-idx > unconfirmed-count
        if unc-noticed(unconfirmed-idx) = 'no '
            move unc-dept(unconfirmed-idx) to group-dept
            perform print-one-notice
        end-if
    end-perform.

    if cont-file-open
        close cont-file
    end-if.
    close notice-file.
    display "Chase notices written to ACKCHASE - " notice-count " partners, "
        escalation-count " escalated, " no-contact-count " without a contact record.".


print-one-notice.
    add 1 to notice-count.
    move 'no ' to group-escalated-switch.
    move 0 to group-dispatches.
    perform varying group-idx from 1 by 1 until group-idx > unconfirmed-count
        if unc-dept(group-idx) = group-dept
            add 1 to group-dispatches
            if unc-escalated(group-idx) = 'yes'
                set group-escalated to true
            end-if
        end-if
    end-perform.
    if group-escalated
        add 1 to escalation-count
    end-if.

    move 'no ' to contact-found-switch.
    if cont-file-open
        move group-dept to cont-dept
        read cont-file
            invalid key
                continue
        end-read
        if cont-file-status = '00'
            set contact-found to true
        end-if
    end-if.
    if not contact-found
        add 1 to no-contact-count
        move spaces to cont-record
    end-if.

    move spaces to notice-rec.
    move notice-separator to notice-rec(1:76).
    write notice-rec.
    move spaces to notice-rec.
    string "DELIVERY CONFIRMATION REQUEST - " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        into notice-rec
    end-string.
    if group-escalated
        move "*** ESCALATION ***" to notice-rec(59:18)
    end-if.
    write notice-rec.
    move spaces to notice-rec.
    move notice-separator to notice-rec(1:76).
    write notice-rec.

    move spaces to notice-rec.
    if contact-found
        string "TO:         " delimited by size
            cont-partner-name delimited by "  "
            " (" delimited by size
            group-dept delimited by space
            ")" delimited by size
            into notice-rec
        end-string
    else
        string "TO:         " delimited by size
            group-dept delimited by space
            " - NO CONTACT RECORD ON CONTTAB - ADD ONE THROUGH CONTMNT BEFORE SENDING" delimited by size
            into notice-rec
        end-string
    end-if.
    write notice-rec.

    if contact-found
        move spaces to notice-rec
        move "ATTENTION:" to notice-rec(1:10)
        move cont-name to notice-rec(13:30)
        move cont-phone to notice-rec(44:20)
        write notice-rec
        move spaces to notice-rec
        move cont-mailbox to notice-rec(13:40)
        write notice-rec
        if group-escalated
            move spaces to notice-rec
            move "ESCALATED:" to notice-rec(1:10)
            move cont-esc-name to notice-rec(13:30)
            move cont-esc-phone to notice-rec(44:20)
            write notice-rec
            move spaces to notice-rec
            move cont-esc-mailbox to notice-rec(13:40)
            write notice-rec
        end-if
        evaluate cont-delivery-method
            when "F"
                move "FILE TRANSFER" to method-description
            when "M"
                move "MAILBOX" to method-description
            when "C"
                move "COURIER MEDIA" to method-description
            when other
                move "NOT RECORDED" to method-description
        end-evaluate
        move spaces to notice-rec
        string "DELIVERED BY: " delimited by size
            method-description delimited by "  "
            into notice-rec
        end-string
        write notice-rec
    end-if.

    move spaces to notice-rec.
    write notice-rec.
    move spaces to notice-rec.
    string "We dispatched the " delimited by size
        group-dispatches delimited by size
        " deliveries below to you and have no receipt for them after " delimited by size
        age-limit-days delimited by size
        " days." delimited by size
        into notice-rec
    end-string.
    write notice-rec.
    move "Please confirm each one arrived, or tell us it did not so it can be resent." to notice-rec.
    write notice-rec.
    if group-escalated
        move spaces to notice-rec
        string "Deliveries marked ESCALATED have been waiting " delimited by size
            escalate-days delimited by size
            " days or more." delimited by size
            into notice-rec
        end-string
        write notice-rec
    end-if.

    move spaces to notice-rec.
    write notice-rec.
    move "  DELIVERED OUTPUT                                               DISPATCHED      DAYS" to notice-rec.
    write notice-rec.

    perform varying group-idx from 1 by 1 until group-idx > unconfirmed-count
        if unc-noticed(group-idx) = 'no ' and unc-dept(group-idx) = group-dept
            move 'yes' to unc-noticed(group-idx)
            move spaces to notice-rec
            move unc-output(group-idx) to notice-rec(3:64)
            move unc-stamp(group-idx) to notice-rec(68:15)
            move unc-days(group-idx) to days-display
            move days-display to notice-rec(84:7)
            if unc-stamp(group-idx) = spaces
                move "NO DISPATCH STAMP" to notice-rec(68:17)
                move spaces to notice-rec(84:7)
            end-if
            if unc-escalated(group-idx) = 'yes'
                move "ESCALATED" to notice-rec(92:9)
            end-if
            write notice-rec
        end-if
    end-perform.

    move spaces to notice-rec.
    write notice-rec.
    move "Reply to the dispatch desk quoting the delivered output names above." to notice-rec.
    write notice-rec.
    move spaces to notice-rec.
    write notice-rec.


exit-program.
    stop run.
