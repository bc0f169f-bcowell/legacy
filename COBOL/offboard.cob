*> Brayden Cowell - 0844864
*> OFFBOARD - partner offboarding check and certificate of deliveries
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. offboard.

environment division.
input-output section.
file-control.
    *> The department/partner file - the partner's own record (for
    *> its saved table name) and every alias still pointing at it.
    select optional dept-file
    assign to "DEPTTAB"
    organization is indexed
    access mode is dynamic
    record key is dept-code
    file status is dept-file-status.

    *> The emergency revocation list DEPTMNT's R verb appends to.
    select optional revoke-file
    assign to "CIPHRVK"
    organization is line sequential
    file status is revoke-file-status.

    *> The operator master - any sign-on still scoped to the partner.
    select optional oper-file
    assign to "OPERTAB"
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> The partner contact file - only for the partner's name on the
    *> certificate.
    select optional cont-file
    assign to "CONTTAB"
    organization is indexed
    access mode is dynamic
    record key is cont-dept
    file status is cont-file-status.

    *> The list of retained run-control datasets - the same list
    *> CHARGBCK bills from. The live CIPHRUN is always read whether
    *> the list names it or not.
    select optional runlist-file
    assign to "CIPHRUNL"
    organization is line sequential
    file status is runlist-file-status.

    *> One run-control dataset at a time - CIPHRUN or a retained copy.
    select run-control-file
    assign to dynamic run-control-name
    organization is line sequential
    file status is run-control-status.

    *> The release queue CIPHER puts an embargoed or review-held
    *> delivery on - one still held there has not gone to the partner.
    select optional hold-file
    assign to dynamic hold-queue-name
    organization is line sequential
    file status is hold-file-status.

    *> The audit trail - the live CIPHAUD or one of the yearly
    *> archives RETSWEEP builds (CIPHAUD.Ynnnn).
    select optional history-file
    assign to dynamic history-name
    organization is line sequential
    file status is history-file-status.

    *> The acknowledgment dataset ACKRECON posts partner receipts to.
    select optional ack-file
    assign to "CIPHACK"
    organization is line sequential
    file status is ack-file-status.

    *> The checklist and certificate, for the exit file and the
    *> letter to the partner.
    select certificate-file
    assign to "OFFBCERT"
    organization is line sequential
    file status is certificate-file-status.

data division.
file section.
    fd dept-file.
    copy "depttab.cpy".

    fd revoke-file.
    01 revoke-rec		pic x(80).

    fd oper-file.
    copy "operrec.cpy".

    fd cont-file.
    copy "contrec.cpy".

    fd runlist-file.
    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd hold-file.
    01 hold-rec			pic x(200).

    fd history-file.
    01 history-rec		pic x(160).

    fd ack-file.
    01 ack-rec			pic x(90).

    fd certificate-file.
    01 certificate-rec		pic x(132).

working-storage section.
    01 dept-file-status		pic xx.
    01 revoke-file-status	pic xx.
    01 oper-file-status		pic xx.
    01 cont-file-status		pic xx.
    01 runlist-file-status	pic xx.
    01 run-control-status	pic xx.
    01 hold-file-status		pic xx.
    01 history-file-status	pic xx.
    01 ack-file-status		pic xx.
    01 certificate-file-status	pic xx.
    01 end-of-dept-switch	pic xxx		value 'no '.
        88 end-of-dept				value 'yes'.
    01 end-of-revoke-switch	pic xxx		value 'no '.
        88 end-of-revoke			value 'yes'.
    01 end-of-oper-switch	pic xxx		value 'no '.
        88 end-of-oper				value 'yes'.
    01 end-of-list-switch	pic xxx		value 'no '.
        88 end-of-list				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.
    01 end-of-history-switch	pic xxx		value 'no '.
        88 end-of-history			value 'yes'.
    01 end-of-ack-switch	pic xxx		value 'no '.
        88 end-of-ack				value 'yes'.

    *> JCL PARM (the command line) - CODE,FIRST-YEAR,QUEUE. FIRST-YEAR
    *> is the oldest yearly archive the certificate reaches back to;
    *> left blank it covers the whole retention period, the retention
    *> years before this one. QUEUE is the release queue, blank for
    *> CIPHHOLD.
    01 parm-string		pic x(80).
    01 partner-code		pic x(10)	value spaces.
    01 parm-first-year		pic x(4)	value spaces.
    01 hold-queue-name		pic x(30)	value spaces.
    01 retention-years		pic 99		value 7.
    01 first-year		pic 9(4).
    01 last-year		pic 9(4).
    01 walk-year		pic 9(4).

    *> What the partner's DEPTTAB record says, when it is still there.
    01 partner-on-file-switch	pic x(03)	value 'no '.
        88 partner-on-file			value 'yes'.
    01 partner-table		pic x(20)	value spaces.
    01 partner-alias-of		pic x(10)	value spaces.
    01 partner-name		pic x(30)	value spaces.

    *> Emergency revocation line, as DEPTMNT writes it.
    01 revoke-line.
        03 rvk-name		pic x(20).
        03 filler		pic x.
        03 rvk-stamp		pic x(15).
        03 filler		pic x.
        03 rvk-reason		pic x(30).
        03 filler		pic x.
        03 rvk-orderer		pic x(10).
    01 key-revoked-switch	pic x(03)	value 'no '.
        88 key-revoked				value 'yes'.
    01 revoked-name		pic x(20).
    01 revoked-stamp		pic x(15).
    01 revoked-orderer		pic x(10).

    *> The exit steps still to do - anything here leaves the
    *> certificate marked incomplete and the step at return code 4.
    01 outstanding-count	pic 999		value 0.
    01 oper-slot		pic 9.
    01 oper-scoped-switch	pic x(03).
        88 oper-scoped				value 'yes'.

    01 run-control-name		pic x(24).
    01 history-name		pic x(24).

    *> The fixed columns CIPHER's write-run-control-record lays out.
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
    01 record-year		pic x(4).

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

    *> One receipt per CIPHACK line.
    01 ack-line.
        03 ack-output		pic x(64).
        03 filler		pic x.
        03 ack-date		pic x(8).

    *> Every delivery the run-control datasets show going to or coming
    *> from the partner, with the receipt posted for it.
    01 delivery-count		pic 9(4)	value 0.
    01 delivery-idx		pic 9(4).
    01 delivery-table.
        03 delivery-entry		occurs 2000 times.
            05 dlv-stamp	pic x(15).
            05 dlv-mode		pic x.
            05 dlv-filename	pic x(20).
            05 dlv-output	pic x(64).
            05 dlv-lines	pic 9(8).
            05 dlv-ack-date	pic x(8).
            05 dlv-held		pic x(03).
    01 table-full-switch	pic x(03)	value 'no '.
        88 table-full				value 'yes'.
    01 sent-count		pic 9(5)	value 0.
    01 received-count		pic 9(5)	value 0.
    01 held-count		pic 9(5)	value 0.
    01 receipted-count		pic 9(5)	value 0.
    01 audit-hits		pic 9(5)	value 0.

    01 section-hits		pic 9(5).
    01 report-separator		pic x(76)	value all "=".
    01 detail-separator		pic x(76)	value all "-".


procedure division.
*> Check the exit steps that are easy to miss - the key revoked, no
*> alias still riding on it, no operator still scoped to it - then
*> print the certificate of every delivery to and from the partner
*> over the retention period.
mainline.
    perform read-startup-parms.
    perform load-hold-queue.
    perform open-certificate.

    perform print-checklist-section.

    perform collect-run-control.
    perform find-receipts.
    perform print-delivery-section.
    perform print-audit-section.
    perform print-certificate-summary.

    close certificate-file.
    if outstanding-count > 0
        display outstanding-count " offboarding steps outstanding for " function trim(partner-code) " - see OFFBCERT."
        move 4 to return-code
    else
        display "Offboarding of " function trim(partner-code) " complete - certificate printed to OFFBCERT."
    end-if.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into partner-code parm-first-year hold-queue-name
        end-unstring
    else
        display "Enter the department/partner code being offboarded:"
        accept partner-code from console
        display "Enter the first year of archives to cover (blank for the whole retention period):"
        accept parm-first-year from console
    end-if.

    if partner-code = spaces
        display "No department/partner code given! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    if hold-queue-name = spaces
        move "CIPHHOLD" to hold-queue-name
    end-if.

    move function current-date(1:4) to last-year.
    if parm-first-year not = spaces
        if parm-first-year is not numeric
            display "First year " parm-first-year " is not a year! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move parm-first-year to first-year
    else
        compute first-year = last-year - retention-years
    end-if.


*> The release queue, loaded whole before any delivery is listed. A
*> queue that is there but cannot be read refuses the run - the
*> certificate would swear to deliveries that never went out.
load-hold-queue.
    move function current-date(1:12) to hold-now.

    open input hold-file.
    if hold-file-status = '05'
        close hold-file
        exit paragraph
    end-if.
    if hold-file-status not = '00'
        display "Cannot read the release queue " function trim(hold-queue-name) "! Status: " hold-file-status
            "! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-hold
        read hold-file into hold-rec
            at end set end-of-hold to true
        end-read
        if not end-of-hold and hold-rec not = spaces
            if hold-count >= 500
                display "More than 500 lines on the release queue! Run refused - clear it down through HOLDMNT first."
                close hold-file
                move 8 to return-code
                perform exit-program
            end-if
            add 1 to hold-count
            move hold-rec(1:163) to hold-line(hold-count)
        end-if
    end-perform.

    close hold-file.


open-certificate.
    perform find-partner-record.

    open output certificate-file.
    if certificate-file-status not = '00'
        display "Cannot open the offboarding certificate! Status: " certificate-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to certificate-rec.
    move report-separator to certificate-rec(1:76).
    perform write-certificate-line.

    move spaces to certificate-rec.
    string "PARTNER OFFBOARDING - DEPARTMENT/PARTNER " delimited by size
        partner-code delimited by space
        into certificate-rec
    end-string.
    if partner-name not = spaces
        move partner-name to certificate-rec(54:30)
    end-if.
    perform write-certificate-line.

    move spaces to certificate-rec.
    string "RUN DATE " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        " - DELIVERIES FROM " delimited by size
        first-year delimited by size
        " THROUGH " delimited by size
        last-year delimited by size
        into certificate-rec
    end-string.
    perform write-certificate-line.

    move spaces to certificate-rec.
    move report-separator to certificate-rec(1:76).
    perform write-certificate-line.


*> The partner's own record, if it is still on DEPTTAB, and its name
*> off CONTTAB. Neither file is required - a partner already deleted
*> from both can still be certified.
find-partner-record.
    open input dept-file.
    if dept-file-status = '00'
        move partner-code to dept-code
        read dept-file
            invalid key
                continue
        end-read
        if dept-file-status = '00'
            set partner-on-file to true
            move dept-table-name to partner-table
            move dept-alias-of to partner-alias-of
        end-if
        close dept-file
    else
        if dept-file-status = '05'
            close dept-file
        end-if
    end-if.

    open input cont-file.
    if cont-file-status = '00'
        move partner-code to cont-dept
        read cont-file
            invalid key
                continue
        end-read
        if cont-file-status = '00'
            move cont-partner-name to partner-name
        end-if
        close cont-file
    else
        if cont-file-status = '05'
            close cont-file
        end-if
    end-if.


*> Every line goes to the certificate and to the console.
write-certificate-line.
    write certificate-rec.
    display function trim(certificate-rec trailing).


*> ------------------------------------------------------------------
*> Exit checklist - revocation, aliases, operator scope.
*> ------------------------------------------------------------------
print-checklist-section.
    move spaces to certificate-rec.
    move "OFFBOARDING CHECKLIST" to certificate-rec.
    perform write-certificate-line.

    perform check-revocation.
    perform check-aliases.
    perform check-operator-scope.

    move spaces to certificate-rec.
    if outstanding-count = 0
        move "  ALL EXIT STEPS DONE" to certificate-rec
    else
        string "  " delimited by size
            outstanding-count delimited by size
            " STEPS OUTSTANDING - OFFBOARDING IS NOT COMPLETE" delimited by size
            into certificate-rec
        end-string
    end-if.
    perform write-certificate-line.

    move spaces to certificate-rec.
    move detail-separator to certificate-rec(1:76).
    perform write-certificate-line.


*> The key counts as revoked when CIPHRVK names the partner code or
*> the saved table it loads - CIPHER refuses a load on either.
check-revocation.
    move 'no ' to key-revoked-switch.
    open input revoke-file.
    if revoke-file-status = '00' or revoke-file-status = '05'
        perform until end-of-revoke or key-revoked
            read revoke-file into revoke-rec
                at end set end-of-revoke to true
            end-read
            if not end-of-revoke and revoke-rec not = spaces
                move revoke-rec to revoke-line
                if rvk-name = partner-code
                    or (partner-table not = spaces and rvk-name = partner-table)
                    set key-revoked to true
                    move rvk-name to revoked-name
                    move rvk-stamp to revoked-stamp
                    move rvk-orderer to revoked-orderer
                end-if
            end-if
        end-perform
        close revoke-file
    end-if.

    move spaces to certificate-rec.
    if key-revoked
        string "  KEY REVOKED          DONE - " delimited by size
            revoked-name delimited by space
            " REVOKED " delimited by size
            revoked-stamp delimited by size
            " BY " delimited by size
            revoked-orderer delimited by space
            into certificate-rec
        end-string
    else
        add 1 to outstanding-count
        move "  KEY REVOKED          OUTSTANDING - NOT ON THE REVOCATION LIST (DEPTMNT R)" to certificate-rec
    end-if.
    perform write-certificate-line.


*> Any DEPTTAB code still riding on the partner's key keeps it alive,
*> and a partner code that is itself an alias is an entry of its own
*> still to come off.
check-aliases.
    move 0 to section-hits.

    if partner-on-file and partner-alias-of not = spaces
        add 1 to outstanding-count
        add 1 to section-hits
        move spaces to certificate-rec
        string "  ALIASES REMOVED      OUTSTANDING - " delimited by size
            partner-code delimited by space
            " IS STILL ON FILE AS AN ALIAS OF " delimited by size
            partner-alias-of delimited by space
            into certificate-rec
        end-string
        perform write-certificate-line
    end-if.

    move 'no ' to end-of-dept-switch.
    open input dept-file.
    if dept-file-status = '00'
        perform until end-of-dept
            read dept-file next record
                at end set end-of-dept to true
            end-read
            if not end-of-dept and dept-alias-of = partner-code
                add 1 to outstanding-count
                add 1 to section-hits
                move spaces to certificate-rec
                string "  ALIASES REMOVED      OUTSTANDING - " delimited by size
                    dept-code delimited by space
                    " STILL SHARES THE PARTNER'S KEY" delimited by size
                    into certificate-rec
                end-string
                perform write-certificate-line
            end-if
        end-perform
        close dept-file
    else
        if dept-file-status = '05'
            close dept-file
        end-if
    end-if.

    if section-hits = 0
        move "  ALIASES REMOVED      DONE - NO CODE ON DEPTTAB SHARES THE KEY" to certificate-rec
        perform write-certificate-line
    end-if.


*> An operator still scoped to the partner could load a key for it
*> the day someone puts one back.
check-operator-scope.
    move 0 to section-hits.

    move 'no ' to end-of-oper-switch.
    open input oper-file.
    if oper-file-status = '00'
        perform until end-of-oper
            read oper-file next record
                at end set end-of-oper to true
            end-read
            if not end-of-oper
                move 'no ' to oper-scoped-switch
                perform varying oper-slot from 1 by 1 until oper-slot > 5
                    if oper-dept(oper-slot) = partner-code
                        set oper-scoped to true
                    end-if
                end-perform
                if oper-scoped
                    add 1 to outstanding-count
                    add 1 to section-hits
                    move spaces to certificate-rec
                    string "  OPERATOR SCOPE       OUTSTANDING - OPERATOR " delimited by size
                        oper-id delimited by space
                        " IS STILL SCOPED TO " delimited by size
                        partner-code delimited by space
                        " (OPERMNT)" delimited by size
                        into certificate-rec
                    end-string
                    perform write-certificate-line
                end-if
            end-if
        end-perform
        close oper-file
    else
        if oper-file-status = '05'
            close oper-file
        end-if
    end-if.

    if section-hits = 0
        move "  OPERATOR SCOPE       DONE - NO OPERATOR IS SCOPED TO THE PARTNER" to certificate-rec
        perform write-certificate-line
    end-if.


*> ------------------------------------------------------------------
*> Run control - the live CIPHRUN and every retained copy CIPHRUNL
*> names, for each file enciphered for or deciphered from the partner
*> in the period.
*> ------------------------------------------------------------------
collect-run-control.
    move "CIPHRUN" to run-control-name.
    perform collect-one-run-control.

    move 'no ' to end-of-list-switch.
    open input runlist-file.
    if runlist-file-status = '00' or runlist-file-status = '05'
        perform until end-of-list
            read runlist-file
                at end set end-of-list to true
            end-read
            if not end-of-list and runlist-rec not = spaces
                and runlist-rec(1:24) not = "CIPHRUN"
                move runlist-rec(1:24) to run-control-name
                perform collect-one-run-control
            end-if
        end-perform
        close runlist-file
    end-if.

    if table-full
        display "WARNING: more than 2000 deliveries in the period - the certificate is cut short."
    end-if.


collect-one-run-control.
    move 'no ' to end-of-run-switch.
    open input run-control-file.
    if run-control-status not = '00'
        if run-control-status = '05'
            close run-control-file
        end-if
        exit paragraph
    end-if.

    perform until end-of-run
        read run-control-file
            at end set end-of-run to true
        end-read
        if not end-of-run and run-control-rec not = spaces
            and run-control-rec(1:8) not = "TRAILER "
            move run-control-rec to run-control-line
            perform note-delivery
        end-if
    end-perform.

    close run-control-file.


*> A delivery is an encipher for the partner or a decipher of one of
*> its files that actually ran - a skip, failure, deferral or hold
*> moved nothing across. An encipher still held on the release queue
*> is listed, but as held, not sent.
note-delivery.
    if rc-dept not = partner-code
        exit paragraph
    end-if.
    if rc-mode not = "e" and rc-mode not = "d"
        exit paragraph
    end-if.
    if rc-outcome = "SKIP" or rc-outcome = "FAIL"
        or rc-outcome = "DEFR" or rc-outcome = "HOLD"
        exit paragraph
    end-if.
    if rc-stamp = spaces
        exit paragraph
    end-if.
    move rc-stamp(1:4) to record-year.
    if record-year < first-year
        exit paragraph
    end-if.

    if delivery-count >= 2000
        set table-full to true
        exit paragraph
    end-if.

    add 1 to delivery-count.
    move rc-stamp to dlv-stamp(delivery-count).
    move rc-mode to dlv-mode(delivery-count).
    move rc-filename to dlv-filename(delivery-count).
    move rc-output to dlv-output(delivery-count).
    move rc-lines to dlv-lines(delivery-count).
    move spaces to dlv-ack-date(delivery-count).
    move 'no ' to dlv-held(delivery-count).
    if rc-mode = "e"
        perform check-dispatch-held
        if dispatch-held
            move 'yes' to dlv-held(delivery-count)
            add 1 to held-count
        else
            add 1 to sent-count
        end-if
    else
        add 1 to received-count
    end-if.


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


*> The receipt the partner posted for each delivered output, if any.
find-receipts.
    move 'no ' to end-of-ack-switch.
    open input ack-file.
    if ack-file-status not = '00'
        if ack-file-status = '05'
            close ack-file
        end-if
        exit paragraph
    end-if.

    perform until end-of-ack
        read ack-file
            at end set end-of-ack to true
        end-read
        if not end-of-ack and ack-rec not = spaces
            move ack-rec to ack-line
            perform varying delivery-idx from 1 by 1 until delivery-idx > delivery-count
                if dlv-output(delivery-idx) = ack-output
                    and dlv-output(delivery-idx) not = spaces
                    and dlv-ack-date(delivery-idx) = spaces
                    move ack-date to dlv-ack-date(delivery-idx)
                    add 1 to receipted-count
                end-if
            end-perform
        end-if
    end-perform.

    close ack-file.


print-delivery-section.
    move spaces to certificate-rec.
    move "DELIVERIES (CIPHRUN AND RETAINED COPIES, RECEIPTS FROM CIPHACK)" to certificate-rec.
    perform write-certificate-line.

    perform varying delivery-idx from 1 by 1 until delivery-idx > delivery-count
        move spaces to certificate-rec
        evaluate true
            when dlv-mode(delivery-idx) = "e" and dlv-held(delivery-idx) = "yes"
                string "  " delimited by size
                    dlv-stamp(delivery-idx) delimited by size
                    " HELD - NOT DISPATCHED " delimited by size
                    dlv-filename(delivery-idx) delimited by size
                    " LINES " delimited by size
                    dlv-lines(delivery-idx) delimited by size
                    into certificate-rec
                end-string
            when dlv-mode(delivery-idx) = "e"
                string "  " delimited by size
                    dlv-stamp(delivery-idx) delimited by size
                    " SENT TO PARTNER    " delimited by size
                    dlv-filename(delivery-idx) delimited by size
                    " LINES " delimited by size
                    dlv-lines(delivery-idx) delimited by size
                    into certificate-rec
                end-string
            when other
                string "  " delimited by size
                    dlv-stamp(delivery-idx) delimited by size
                    " RECEIVED FROM      " delimited by size
                    dlv-filename(delivery-idx) delimited by size
                    " LINES " delimited by size
                    dlv-lines(delivery-idx) delimited by size
                    into certificate-rec
                end-string
        end-evaluate
        perform write-certificate-line

        if dlv-output(delivery-idx) not = spaces
            move spaces to certificate-rec
            if dlv-ack-date(delivery-idx) = spaces
                string "      AS " delimited by size
                    dlv-output(delivery-idx) delimited by "  "
                    " - NO RECEIPT POSTED" delimited by size
                    into certificate-rec
                end-string
            else
                string "      AS " delimited by size
                    dlv-output(delivery-idx) delimited by "  "
                    " - RECEIVED " delimited by size
                    dlv-ack-date(delivery-idx) delimited by size
                    into certificate-rec
                end-string
            end-if
            perform write-certificate-line
        end-if
    end-perform.

    if delivery-count = 0
        move "  NOTHING ON FILE" to certificate-rec
        perform write-certificate-line
    end-if.
    move spaces to certificate-rec.
    move detail-separator to certificate-rec(1:76).
    perform write-certificate-line.


*> ------------------------------------------------------------------
*> Audit trail - every encipher and decipher under the partner's key,
*> from the yearly archives of the period and the live CIPHAUD, so
*> the certificate stands even where a run-control copy has gone.
*> ------------------------------------------------------------------
print-audit-section.
    move spaces to certificate-rec.
    move "AUDIT TRAIL (CIPHAUD AND YEARLY ARCHIVES)" to certificate-rec.
    perform write-certificate-line.

    perform varying walk-year from first-year by 1 until walk-year > last-year
        move spaces to history-name
        string "CIPHAUD.Y" delimited by size
            walk-year delimited by size
            into history-name
        end-string
        perform read-one-audit-file
    end-perform.

    move "CIPHAUD" to history-name.
    perform read-one-audit-file.

    if audit-hits = 0
        move "  NOTHING ON FILE" to certificate-rec
        perform write-certificate-line
    end-if.
    move spaces to certificate-rec.
    move detail-separator to certificate-rec(1:76).
    perform write-certificate-line.


read-one-audit-file.
    move 'no ' to end-of-history-switch.
    open input history-file.
    if history-file-status not = '00'
        if history-file-status = '05'
            close history-file
        end-if
        exit paragraph
    end-if.

    perform until end-of-history
        read history-file
            at end set end-of-history to true
        end-read
        if not end-of-history and history-rec not = spaces
            and history-rec(1:8) not = "ARCHCTL "
            and history-rec(69:10) = partner-code
            and (history-rec(49:1) = "e" or history-rec(49:1) = "d")
            and history-rec(51:4) not = "FAIL"
            and history-rec(51:4) not = "SKIP"
            and history-rec(1:4) not < first-year
            add 1 to audit-hits
            move spaces to certificate-rec
            move history-rec(1:112) to certificate-rec(3:112)
            perform write-certificate-line
        end-if
    end-perform.

    close history-file.


*> The closing statement - the figures the letter to the partner
*> quotes, and whether the exit steps are all done.
print-certificate-summary.
    move spaces to certificate-rec.
    move "CERTIFICATE OF DELIVERIES" to certificate-rec.
    perform write-certificate-line.

    move spaces to certificate-rec.
    string "  FILES SENT TO PARTNER:        " delimited by size
        sent-count delimited by size
        into certificate-rec
    end-string.
    perform write-certificate-line.

    move spaces to certificate-rec.
    string "  FILES HELD - NOT DISPATCHED:  " delimited by size
        held-count delimited by size
        into certificate-rec
    end-string.
    perform write-certificate-line.

    move spaces to certificate-rec.
    string "  FILES RECEIVED FROM PARTNER:  " delimited by size
        received-count delimited by size
        into certificate-rec
    end-string.
    perform write-certificate-line.

    move spaces to certificate-rec.
    string "  DELIVERIES RECEIPTED:         " delimited by size
        receipted-count delimited by size
        into certificate-rec
    end-string.
    perform write-certificate-line.

    move spaces to certificate-rec.
    string "  AUDIT TRAIL LINES:            " delimited by size
        audit-hits delimited by size
        into certificate-rec
    end-string.
    perform write-certificate-line.

    move spaces to certificate-rec.
    if outstanding-count = 0
        move "  STATUS: OFFBOARDING COMPLETE" to certificate-rec
    else
        string "  STATUS: OFFBOARDING NOT COMPLETE - " delimited by size
            outstanding-count delimited by size
            " STEPS OUTSTANDING" delimited by size
            into certificate-rec
        end-string
    end-if.
    perform write-certificate-line.

    move spaces to certificate-rec.
    move report-separator to certificate-rec(1:76).
    perform write-certificate-line.


exit-program.
    stop run.
