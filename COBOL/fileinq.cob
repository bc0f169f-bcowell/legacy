*> Brayden Cowell - 0844864
*> FILEINQ - one consolidated history of a file for the help desk
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. fileinq.

environment division.
input-output section.
file-control.
    *> The list of retained run-control datasets - one name per line,
    *> the same list CHARGBCK bills from. The live CIPHRUN is always
    *> read whether the list names it or not.
    select optional runlist-file
    assign to "CIPHRUNL"
    organization is line sequential
    file status is runlist-file-status.

    *> One run-control dataset at a time - CIPHRUN or a retained copy.
    select run-control-file
    assign to dynamic run-control-name
    organization is line sequential
    file status is run-control-status.

    *> The processed-register and the audit trail - the live dataset
    *> or one of the yearly archives RETSWEEP builds (CIPHREG.Ynnnn,
    *> CIPHAUD.Ynnnn), read through the same dynamic name.
    select optional history-file
    assign to dynamic history-name
    organization is line sequential
    file status is history-file-status.

    *> A dispatch package DSPPACK built - probed generation by
    *> generation and read for its member lines.
    select optional package-file
    assign to dynamic package-file-name
    organization is line sequential
    file status is package-file-status.

    *> The acknowledgment dataset ACKRECON posts partner receipts to.
    select optional ack-file
    assign to "CIPHACK"
    organization is line sequential
    file status is ack-file-status.

    *> The department/partner file - only for the routing prefix a
    *> partner's packages were built under.
    select optional dept-file
    assign to "DEPTTAB"
    organization is indexed
    access mode is dynamic
    record key is dept-code
    file status is dept-file-status.

    *> The inquiry printout, for the call notes or the partner's file.
    select inquiry-file
    assign to "FILEINQ"
    organization is line sequential
    file status is inquiry-file-status.

data division.
file section.
    fd runlist-file.
    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd history-file.
    01 history-rec		pic x(160).

    fd package-file.
    01 package-rec		pic x(2000).

    fd ack-file.
    01 ack-rec			pic x(90).

    fd dept-file.
    copy "depttab.cpy".

    fd inquiry-file.
    01 inquiry-rec		pic x(132).

working-storage section.
    01 runlist-file-status	pic xx.
    01 run-control-status	pic xx.
    01 history-file-status	pic xx.
    01 package-file-status	pic xx.
    01 ack-file-status		pic xx.
    01 dept-file-status		pic xx.
    01 inquiry-file-status	pic xx.
    01 end-of-list-switch	pic xxx		value 'no '.
        88 end-of-list				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.
    01 end-of-history-switch	pic xxx		value 'no '.
        88 end-of-history			value 'yes'.
    01 end-of-package-switch	pic xxx		value 'no '.
        88 end-of-package			value 'yes'.
    01 end-of-ack-switch	pic xxx		value 'no '.
        88 end-of-ack				value 'yes'.

    *> JCL PARM (the command line) - TYPE,KEY,FIRST-YEAR. TYPE is F
    *> for an input filename, D for a department/partner code or O
    *> for a delivered output name (with its .gNNNN); FIRST-YEAR adds
    *> the yearly archives from that year on to the live datasets.
    01 parm-string		pic x(120).
    01 inquiry-type		pic x.
        88 by-filename				value "f".
        88 by-department			value "d".
        88 by-output				value "o".
    01 inquiry-key		pic x(64)	value spaces.
    01 parm-first-year		pic x(4)	value spaces.
    01 first-year		pic 9(4)	value 0.
    01 last-year		pic 9(4).
    01 walk-year		pic 9(4).

    01 run-control-name		pic x(24).
    01 history-name		pic x(24).
    01 history-base-name	pic x(12).
    01 history-kind		pic x.
        88 reading-register			value "R".
        88 reading-audit			value "A".

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

    *> The fixed columns of a processed-register line.
    01 register-line.
        03 reg-filename		pic x(20).
        03 filler		pic x.
        03 reg-size		pic 9(8).
        03 filler		pic x.
        03 reg-checksum		pic 9(8).
        03 filler		pic x.
        03 reg-stamp		pic x(15).
        03 filler		pic x.
        03 reg-recipient	pic x(10).

    *> One receipt per CIPHACK line.
    01 ack-line.
        03 ack-output		pic x(64).
        03 filler		pic x.
        03 ack-date		pic x(8).

    *> DSPPACK's member line - the delivered output and its count.
    01 package-member-line.
        03 pkg-mbr-tag		pic x(7).
        03 filler		pic x.
        03 pkg-mbr-name		pic x(64).
        03 filler		pic x.
        03 pkg-mbr-count	pic 9(8).

    *> What the inquiry has tied together - the input filenames, the
    *> delivered outputs (with the partner each went to, the package
    *> it went out in and the receipt posted for it) and the partner
    *> codes whose packages need looking through.
    01 name-count		pic 999		value 0.
    01 name-idx			pic 999.
    01 name-table.
        03 name-entry		pic x(20)	occurs 200 times.
    01 output-count		pic 999		value 0.
    01 output-idx		pic 999.
    01 output-table.
        03 output-entry			occurs 200 times.
            05 out-name		pic x(64).
            05 out-dept		pic x(10).
            05 out-package	pic x(64).
            05 out-ack-date	pic x(8).
    01 dept-count		pic 99		value 0.
    01 dept-idx			pic 99.
    01 dept-table.
        03 dept-entry		pic x(10)	occurs 50 times.
    01 found-switch		pic x(03)	value 'no '.
        88 entry-found				value 'yes'.
    01 table-full-switch	pic x(03)	value 'no '.
        88 table-full				value 'yes'.
    01 line-matches-switch	pic x(03)	value 'no '.
        88 line-matches				value 'yes'.
    01 candidate-name		pic x(20).
    01 candidate-output		pic x(64).
    01 candidate-dept		pic x(10).

    *> Package probing - DSPPACK's own highest-plus-one walk, read
    *> back instead of written.
    01 package-file-name	pic x(64).
    01 package-base-name	pic x(44).
    01 package-route		pic x(20).
    01 generation-number	pic 9999.
    01 generation-miss-count	pic 999.

    *> Lines found per section - a section with none says so.
    01 section-hits		pic 9(5).
    01 report-separator		pic x(76)	value all "=".
    01 detail-separator		pic x(76)	value all "-".


procedure division.
*> Tie the key to its filenames and delivered outputs off the
*> run-control datasets, then print each dataset's part of the story
*> in the order a file lives it - registered, audited, run, packaged,
*> acknowledged.
mainline.
    perform read-startup-parms.
    perform open-inquiry-report.

    *> A filename is looked for everywhere even if no run-control
    *> record survives for it - it may have been refused at the door.
    if by-filename
        move inquiry-key(1:20) to candidate-name
        perform note-filename
    end-if.
    perform collect-run-control.

    perform print-register-section.
    perform print-audit-section.
    perform print-run-control-section.
    perform find-packages.
    perform print-package-section.
    perform find-receipts.
    perform print-receipt-section.

    close inquiry-file.
    display "Inquiry printed to FILEINQ.".
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into inquiry-type inquiry-key parm-first-year
        end-unstring
    else
        display "Enter F for a filename, D for a department/partner code or O for a delivered output:"
        accept inquiry-type from console
        display "Enter the filename, code or output name to look up:"
        accept inquiry-key from console
        display "Enter the first year of archives to search too (blank for the live datasets only):"
        accept parm-first-year from console
    end-if.

    inspect inquiry-type converting "FDO" to "fdo".
    if not by-filename and not by-department and not by-output
        display "Inquiry type must be F, D or O! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.
    if inquiry-key = spaces
        display "Nothing to look up! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    move function current-date(1:4) to last-year.
    if parm-first-year not = spaces
        if parm-first-year is not numeric
            display "First year " parm-first-year " is not a year! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move parm-first-year to first-year
    end-if.


open-inquiry-report.
    open output inquiry-file.
    if inquiry-file-status not = '00'
        display "Cannot open the inquiry printout! Status: " inquiry-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to inquiry-rec.
    move report-separator to inquiry-rec(1:76).
    perform write-inquiry-line.

    move spaces to inquiry-rec.
    evaluate true
        when by-filename
            string "FILE HISTORY - INPUT FILE " delimited by size
                inquiry-key delimited by "  "
                into inquiry-rec
            end-string
        when by-department
            string "FILE HISTORY - DEPARTMENT/PARTNER " delimited by size
                inquiry-key delimited by "  "
                into inquiry-rec
            end-string
        when other
            string "FILE HISTORY - DELIVERED OUTPUT " delimited by size
                inquiry-key delimited by "  "
                into inquiry-rec
            end-string
    end-evaluate.
    perform write-inquiry-line.

    move spaces to inquiry-rec.
    string "RUN DATE " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        into inquiry-rec
    end-string.
    if first-year > 0
        move " - LIVE DATASETS AND ARCHIVES FROM" to inquiry-rec(20:34)
        move first-year to inquiry-rec(55:4)
    else
        move " - LIVE DATASETS ONLY" to inquiry-rec(20:21)
    end-if.
    perform write-inquiry-line.

    move spaces to inquiry-rec.
    move report-separator to inquiry-rec(1:76).
    perform write-inquiry-line.


*> Every line goes to the printout and to the console, so the clerk
*> can answer while the partner is still on the phone.
write-inquiry-line.
    write inquiry-rec.
    display function trim(inquiry-rec trailing).


*> ------------------------------------------------------------------
*> Run control - the live CIPHRUN and every retained copy CIPHRUNL
*> names, first to learn which filenames and outputs belong to the
*> key, later to print the records themselves.
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
        display "WARNING: more than 200 files or outputs match - the history is cut short."
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
            perform match-run-control-line
            if line-matches
                move rc-filename to candidate-name
                perform note-filename
                *> A HOLD record's output column is the hold reason,
                *> not a delivery.
                if rc-output not = spaces and rc-outcome not = "HOLD"
                    move rc-output to candidate-output
                    move rc-dept to candidate-dept
                    perform note-output
                end-if
            end-if
        end-if
    end-perform.

    close run-control-file.


*> Does this run-control record belong to the key? An output inquiry
*> also takes in the other runs of the same input, so a resend of
*> the same file shows up alongside the delivery asked about.
match-run-control-line.
    move 'no ' to line-matches-switch.
    evaluate true
        when by-filename
            if rc-filename = inquiry-key(1:20)
                set line-matches to true
            end-if
        when by-department
            if rc-dept = inquiry-key(1:10)
                set line-matches to true
            end-if
        when other
            if rc-output = inquiry-key
                set line-matches to true
            end-if
    end-evaluate.


note-filename.
    move 'no ' to found-switch.
    perform varying name-idx from 1 by 1 until name-idx > name-count
        if name-entry(name-idx) = candidate-name
            set entry-found to true
        end-if
    end-perform.
    if not entry-found
        if name-count >= 200
            set table-full to true
        else
            add 1 to name-count
            move candidate-name to name-entry(name-count)
        end-if
    end-if.


note-output.
    move 'no ' to found-switch.
    perform varying output-idx from 1 by 1 until output-idx > output-count
        if out-name(output-idx) = candidate-output
            set entry-found to true
        end-if
    end-perform.
    if not entry-found
        if output-count >= 200
            set table-full to true
        else
            add 1 to output-count
            move candidate-output to out-name(output-count)
            move candidate-dept to out-dept(output-count)
            move spaces to out-package(output-count)
            move spaces to out-ack-date(output-count)
            perform note-department
        end-if
    end-if.


note-department.
    if candidate-dept = spaces
        exit paragraph
    end-if.
    move 'no ' to found-switch.
    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        if dept-entry(dept-idx) = candidate-dept
            set entry-found to true
        end-if
    end-perform.
    if not entry-found and dept-count < 50
        add 1 to dept-count
        move candidate-dept to dept-entry(dept-count)
    end-if.


*> Is this input filename one the inquiry has tied to the key?
match-filename.
    move 'no ' to line-matches-switch.
    perform varying name-idx from 1 by 1 until name-idx > name-count or line-matches
        if name-entry(name-idx) = candidate-name
            set line-matches to true
        end-if
    end-perform.


*> ------------------------------------------------------------------
*> Register - the fingerprint each input was registered under.
*> ------------------------------------------------------------------
print-register-section.
    move spaces to inquiry-rec.
    move "REGISTER FINGERPRINT (CIPHREG)" to inquiry-rec.
    perform write-inquiry-line.
    move 0 to section-hits.

    set reading-register to true.
    move "CIPHREG" to history-base-name.
    perform read-history-archives.

    perform close-section.


*> ------------------------------------------------------------------
*> Audit trail - every line for the filenames (and, for a partner
*> inquiry, every line that loaded the partner's key).
*> ------------------------------------------------------------------
print-audit-section.
    move spaces to inquiry-rec.
    move "AUDIT TRAIL (CIPHAUD)" to inquiry-rec.
    perform write-inquiry-line.
    move 0 to section-hits.

    set reading-audit to true.
    move "CIPHAUD" to history-base-name.
    perform read-history-archives.

    perform close-section.


*> The yearly archives from the first year asked for, oldest first,
*> and then the live dataset.
read-history-archives.
    if first-year > 0
        perform varying walk-year from first-year by 1 until walk-year > last-year
            move spaces to history-name
            string history-base-name delimited by space
                ".Y" delimited by size
                walk-year delimited by size
                into history-name
            end-string
            perform read-one-history-file
        end-perform
    end-if.

    move history-base-name to history-name.
    perform read-one-history-file.


read-one-history-file.
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
            if reading-register
                perform check-register-line
            else
                perform check-audit-line
            end-if
        end-if
    end-perform.

    close history-file.


check-register-line.
    move history-rec to register-line.
    move reg-filename to candidate-name.
    perform match-filename.
    if not line-matches
        exit paragraph
    end-if.

    add 1 to section-hits.
    move spaces to inquiry-rec.
    string "  " delimited by size
        reg-filename delimited by size
        " SIZE " delimited by size
        reg-size delimited by size
        " CHECKSUM " delimited by size
        reg-checksum delimited by size
        " REGISTERED " delimited by size
        reg-stamp delimited by size
        "  (" delimited by size
        history-name delimited by space
        ")" delimited by size
        into inquiry-rec
    end-string.
    *> A distribution-list copy names the member it went to.
    if reg-recipient not = spaces
        move reg-recipient to inquiry-rec(116:10)
        move "FOR" to inquiry-rec(112:3)
    end-if.
    perform write-inquiry-line.


check-audit-line.
    move history-rec(28:20) to candidate-name.
    perform match-filename.
    if not line-matches and by-department
        if history-rec(69:10) = inquiry-key(1:10)
            set line-matches to true
        end-if
    end-if.
    if not line-matches
        exit paragraph
    end-if.

    add 1 to section-hits.
    move spaces to inquiry-rec.
    move history-rec(1:112) to inquiry-rec(3:112).
    perform write-inquiry-line.


*> ------------------------------------------------------------------
*> Run control - every record for the filenames, with its outcome.
*> ------------------------------------------------------------------
print-run-control-section.
    move spaces to inquiry-rec.
    move "RUN CONTROL (CIPHRUN AND RETAINED COPIES)" to inquiry-rec.
    perform write-inquiry-line.
    move 0 to section-hits.

    move "CIPHRUN" to run-control-name.
    perform print-one-run-control.

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
                perform print-one-run-control
            end-if
        end-perform
        close runlist-file
    end-if.

    perform close-section.


print-one-run-control.
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
            move rc-filename to candidate-name
            perform match-filename
            if line-matches
                perform print-run-control-record
            end-if
        end-if
    end-perform.

    close run-control-file.


print-run-control-record.
    add 1 to section-hits.
    move spaces to inquiry-rec.
    string "  " delimited by size
        rc-stamp delimited by size
        " " delimited by size
        rc-filename delimited by size
        " MODE " delimited by size
        rc-mode delimited by size
        " DEPT " delimited by size
        rc-dept delimited by size
        " OUTCOME " delimited by size
        rc-outcome delimited by size
        " RECONCILE " delimited by size
        rc-reconcile delimited by size
        " LINES " delimited by size
        rc-lines delimited by size
        "  (" delimited by size
        run-control-name delimited by space
        ")" delimited by size
        into inquiry-rec
    end-string.
    perform write-inquiry-line.

    if rc-output not = spaces and rc-outcome = "HOLD"
        move spaces to inquiry-rec
        string "      HELD - " delimited by size
            rc-output delimited by "  "
            into inquiry-rec
        end-string
        perform write-inquiry-line
    end-if.

    if rc-output not = spaces and rc-outcome not = "HOLD"
        move spaces to inquiry-rec
        string "      DELIVERED AS " delimited by size
            rc-output delimited by "  "
            into inquiry-rec
        end-string
        perform write-inquiry-line
    end-if.


*> ------------------------------------------------------------------
*> Dispatch packages - every package built for each partner the
*> outputs went to, read for the member lines naming them.
*> ------------------------------------------------------------------
find-packages.
    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        perform find-package-route
        move spaces to package-base-name
        string package-route delimited by space
            dept-entry(dept-idx) delimited by space
            ".pkg" delimited by size
            into package-base-name
        end-string
        perform scan-partner-packages
    end-perform.


*> The partner's routing prefix, as DSPPACK looks it up - a missing
*> file or code just means the packages were built locally.
find-package-route.
    move spaces to package-route.
    open input dept-file.
    if dept-file-status = '00'
        move dept-entry(dept-idx) to dept-code
        read dept-file
            invalid key
                continue
        end-read
        if dept-file-status = '00'
            move dept-route-prefix to package-route
        end-if
        close dept-file
    else
        if dept-file-status = '05'
            close dept-file
        end-if
    end-if.


*> Every generation of the partner's package DSPPACK's probe would
*> find, read for CIPHMBR lines naming one of the outputs.
scan-partner-packages.
    move 0 to generation-miss-count.
    perform varying generation-number from 1 by 1
        until generation-number > 9999 or generation-miss-count > 99
        move spaces to package-file-name
        string package-base-name delimited by space
            ".g" delimited by size
            generation-number delimited by size
            into package-file-name
        end-string
        open input package-file
        if package-file-status = '00'
            move 0 to generation-miss-count
            perform scan-one-package
            close package-file
        else
            if package-file-status = '05'
                close package-file
            end-if
            add 1 to generation-miss-count
        end-if
    end-perform.


scan-one-package.
    move 'no ' to end-of-package-switch.
    perform until end-of-package
        read package-file
            at end set end-of-package to true
        end-read
        if not end-of-package and package-rec(1:7) = "CIPHMBR"
            move package-rec(1:81) to package-member-line
            perform varying output-idx from 1 by 1 until output-idx > output-count
                if out-name(output-idx) = pkg-mbr-name
                    and out-package(output-idx) = spaces
                    move package-file-name to out-package(output-idx)
                end-if
            end-perform
        end-if
    end-perform.


print-package-section.
    move spaces to inquiry-rec.
    move "DISPATCH PACKAGES (DSPPACK)" to inquiry-rec.
    perform write-inquiry-line.
    move 0 to section-hits.

    perform varying output-idx from 1 by 1 until output-idx > output-count
        add 1 to section-hits
        move spaces to inquiry-rec
        if out-package(output-idx) = spaces
            string "  " delimited by size
                out-name(output-idx) delimited by "  "
                " - NOT IN ANY PACKAGE ON FILE" delimited by size
                into inquiry-rec
            end-string
        else
            string "  " delimited by size
                out-name(output-idx) delimited by "  "
                " - WENT OUT IN " delimited by size
                out-package(output-idx) delimited by "  "
                into inquiry-rec
            end-string
        end-if
        perform write-inquiry-line
    end-perform.

    perform close-section.


*> ------------------------------------------------------------------
*> Acknowledgments - the receipt posted for each output, if any.
*> ------------------------------------------------------------------
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
            perform varying output-idx from 1 by 1 until output-idx > output-count
                if out-name(output-idx) = ack-output
                    and out-ack-date(output-idx) = spaces
                    move ack-date to out-ack-date(output-idx)
                end-if
            end-perform
        end-if
    end-perform.

    close ack-file.


print-receipt-section.
    move spaces to inquiry-rec.
    move "ACKNOWLEDGMENTS (CIPHACK)" to inquiry-rec.
    perform write-inquiry-line.
    move 0 to section-hits.

    perform varying output-idx from 1 by 1 until output-idx > output-count
        add 1 to section-hits
        move spaces to inquiry-rec
        if out-ack-date(output-idx) = spaces
            string "  " delimited by size
                out-name(output-idx) delimited by "  "
                " - NO RECEIPT POSTED" delimited by size
                into inquiry-rec
            end-string
        else
            string "  " delimited by size
                out-name(output-idx) delimited by "  "
                " - RECEIVED " delimited by size
                out-ack-date(output-idx) delimited by size
                into inquiry-rec
            end-string
        end-if
        perform write-inquiry-line
    end-perform.

    perform close-section.


*> A section with nothing in it says so, rather than leaving the
*> clerk to wonder whether it was looked at.
close-section.
    if section-hits = 0
        move "  NOTHING ON FILE" to inquiry-rec
        perform write-inquiry-line
    end-if.
    move spaces to inquiry-rec.
    move detail-separator to inquiry-rec(1:76).
    perform write-inquiry-line.


exit-program.
    stop run.
