*> Brayden Cowell - 0844864
*> CONTMNT - maintain the CONTTAB partner contact master file
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. contmnt.

environment division.
input-output section.
file-control.
    *> The partner contact master ACKRECON addresses its chase notices
    *> from - contact, phone, mailbox and escalation per code.
    select cont-file
    assign to "CONTTAB"
    organization is indexed
    access mode is dynamic
    record key is cont-dept
    file status is cont-file-status.

    *> A printed listing of the contacts on file for the desk binder -
    *> the spreadsheet it replaces.
    select listing-file
    assign to "CONTLIST"
    organization is line sequential
    file status is listing-file-status.

data division.
file section.
    fd cont-file.
    copy "contrec.cpy".

    fd listing-file.
    01 listing-rec		pic x(132).

working-storage section.
    01 cont-file-status		pic xx.
    01 listing-file-status	pic xx.
    01 end-of-cont-switch	pic xxx		value 'no '.
        88 end-of-cont				value 'yes'.

    *> Startup parameters - A to add, C to change, D to delete, L to
    *> list - from the command line the same way OPERMNT accepts its
    *> own PARM.
    01 parm-string		pic x(320).
    01 cont-mode		pic x.
    01 parm-dept		pic x(10).
    01 parm-partner-name	pic x(30).
    01 parm-name		pic x(30).
    01 parm-phone		pic x(20).
    01 parm-mailbox		pic x(40).
    01 parm-esc-name		pic x(30).
    01 parm-esc-phone		pic x(20).
    01 parm-esc-mailbox		pic x(40).
    01 parm-method		pic x.

    01 confirm-answer		pic x		value space.
    01 record-count		pic 9999	value 0.
    01 listing-separator	pic x(60)	value all "-".


procedure division.
*> Add, change, delete or list partner contact records - the chase
*> notice is only as good as the number on it.
mainline.
    perform read-startup-parms.

    evaluate cont-mode
        when "a"
            perform add-record
        when "c"
            perform change-record
        when "d"
            perform delete-record
        when "l"
            perform list-records
        when other
            display "Enter A to add, C to change, D to delete or L to list partner contacts."
    end-evaluate.

    perform exit-program.


*> Pick up mode and record fields from JCL PARM (the command line), or
*> prompt for the mode when nobody supplied a PARM string.
read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into cont-mode parm-dept parm-partner-name parm-name
                parm-phone parm-mailbox parm-esc-name parm-esc-phone
                parm-esc-mailbox parm-method
        end-unstring
    else
        display "Enter A to add, C to change, D to delete or L to list:"
        accept cont-mode from console
    end-if.

    inspect cont-mode converting "ACDL" to "acdl".


capture-dept-code.
    if parm-dept = spaces
        display "Enter the department/partner code:"
        accept parm-dept from console
    end-if.


*> Walk through the contact fields one at a time at the console -
*> blank keeps whatever is already in the record.
capture-record-fields.
    if parm-partner-name = spaces
        display "Enter the partner's name (blank to keep " function trim(cont-partner-name) "):"
        accept parm-partner-name from console
    end-if.
    if parm-partner-name not = spaces
        move parm-partner-name to cont-partner-name
    end-if.

    if parm-name = spaces
        display "Enter the contact name (blank to keep " function trim(cont-name) "):"
        accept parm-name from console
    end-if.
    if parm-name not = spaces
        move parm-name to cont-name
    end-if.

    if parm-phone = spaces
        display "Enter the contact phone (blank to keep " function trim(cont-phone) "):"
        accept parm-phone from console
    end-if.
    if parm-phone not = spaces
        move parm-phone to cont-phone
    end-if.

    if parm-mailbox = spaces
        display "Enter the contact mailbox (blank to keep " function trim(cont-mailbox) "):"
        accept parm-mailbox from console
    end-if.
    if parm-mailbox not = spaces
        move parm-mailbox to cont-mailbox
    end-if.

    if parm-esc-name = spaces
        display "Enter the escalation contact name (blank to keep " function trim(cont-esc-name) "):"
        accept parm-esc-name from console
    end-if.
    if parm-esc-name not = spaces
        move parm-esc-name to cont-esc-name
    end-if.

    if parm-esc-phone = spaces
        display "Enter the escalation phone (blank to keep " function trim(cont-esc-phone) "):"
        accept parm-esc-phone from console
    end-if.
    if parm-esc-phone not = spaces
        move parm-esc-phone to cont-esc-phone
    end-if.

    if parm-esc-mailbox = spaces
        display "Enter the escalation mailbox (blank to keep " function trim(cont-esc-mailbox) "):"
        accept parm-esc-mailbox from console
    end-if.
    if parm-esc-mailbox not = spaces
        move parm-esc-mailbox to cont-esc-mailbox
    end-if.

    if parm-method = space
        display "Enter the preferred delivery method F (file transfer), M (mailbox) or C (courier) (blank to keep " cont-delivery-method "):"
        accept parm-method from console
    end-if.
    if parm-method not = space
        move function upper-case(parm-method) to parm-method
        if parm-method = "F" or parm-method = "M" or parm-method = "C"
            move parm-method to cont-delivery-method
        else
            display "Delivery method " parm-method " is not F, M or C - kept as " cont-delivery-method "."
        end-if
    end-if.


*> Write a brand-new contact record, creating the dataset on the
*> first add the same way OPERMNT creates OPERTAB.
add-record.
    perform capture-dept-code.

    open i-o cont-file.
    if cont-file-status = '35'
        open output cont-file
        close cont-file
        open i-o cont-file
    end-if.

    if cont-file-status not = '00'
        display "Cannot open the partner contact file! Status: " cont-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to cont-record.
    move parm-dept to cont-dept.
    move "F" to cont-delivery-method.
    perform capture-record-fields.

    write cont-record
        invalid key
            display "Partner " parm-dept " already has a contact record! Use change instead."
            move 8 to return-code
    end-write.

    if return-code = 0
        display "Added contacts for " parm-dept "."
    end-if.
    close cont-file.


*> Read an existing record, overlay whichever fields were supplied,
*> and rewrite it - a partner's staff change comes through here.
change-record.
    perform capture-dept-code.

    open i-o cont-file.
    if cont-file-status not = '00'
        display "No partner contact file on file! Status: " cont-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move parm-dept to cont-dept.
    read cont-file
        invalid key
            display "No contact record for " parm-dept " on file!"
            move 8 to return-code
    end-read.

    if return-code = 0
        perform capture-record-fields
        rewrite cont-record
            invalid key
                display "Unable to rewrite contacts for " parm-dept "! Status: " cont-file-status "!"
                move 8 to return-code
        end-rewrite
    end-if.

    if return-code = 0
        display "Changed contacts for " parm-dept "."
    end-if.
    close cont-file.


*> Show the record about to go and make the clerk confirm it.
delete-record.
    perform capture-dept-code.

    open i-o cont-file.
    if cont-file-status not = '00'
        display "No partner contact file on file! Status: " cont-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move parm-dept to cont-dept.
    read cont-file
        invalid key
            display "No contact record for " parm-dept " on file!"
            move 8 to return-code
    end-read.

    if return-code = 0
        display "About to delete the contacts for " cont-dept ":"
        display "  Partner:         " cont-partner-name
        display "  Contact:         " cont-name " " cont-phone
        display "  Mailbox:         " cont-mailbox
        display "  Escalation:      " cont-esc-name " " cont-esc-phone
        display "Delete this record? Enter Y to confirm."
        accept confirm-answer from console

        if confirm-answer = "Y" or confirm-answer = "y"
            delete cont-file
                invalid key
                    display "Unable to delete contacts for " parm-dept "! Status: " cont-file-status "!"
                    move 8 to return-code
            end-delete
            if return-code = 0
                display "Deleted contacts for " parm-dept "."
            end-if
        else
            display "Delete cancelled - " parm-dept " kept on file."
        end-if
    end-if.

    close cont-file.


*> Print the contacts on file - two lines a partner, the first call
*> and the escalation under it.
list-records.
    open input cont-file.
    if cont-file-status not = '00'
        display "No partner contact file on file! Status: " cont-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output listing-file.
    if listing-file-status not = '00'
        display "Cannot open the listing file! Status: " listing-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to listing-rec.
    string "CONTTAB PARTNER CONTACT LISTING - RUN DATE " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        into listing-rec
    end-string.
    write listing-rec.

    move spaces to listing-rec.
    move "CODE       PARTNER / CONTACT              PHONE                MAILBOX                                  METHOD" to listing-rec.
    write listing-rec.

    move spaces to listing-rec.
    move listing-separator to listing-rec(1:60).
    write listing-rec.

    perform until end-of-cont
        read cont-file next record
            at end set end-of-cont to true
        end-read
        if not end-of-cont
            add 1 to record-count
            move spaces to listing-rec
            move cont-dept to listing-rec(1:10)
            move cont-partner-name to listing-rec(12:30)
            move cont-delivery-method to listing-rec(107:1)
            write listing-rec
            move spaces to listing-rec
            move cont-name to listing-rec(12:30)
            move cont-phone to listing-rec(43:20)
            move cont-mailbox to listing-rec(64:40)
            write listing-rec
            move spaces to listing-rec
            move "ESC" to listing-rec(8:3)
            move cont-esc-name to listing-rec(12:30)
            move cont-esc-phone to listing-rec(43:20)
            move cont-esc-mailbox to listing-rec(64:40)
            write listing-rec
        end-if
    end-perform.

    move spaces to listing-rec.
    move listing-separator to listing-rec(1:60).
    write listing-rec.

    move spaces to listing-rec.
    string "PARTNERS LISTED: " delimited by size
        record-count delimited by size
        into listing-rec
    end-string.
    write listing-rec.

    close listing-file.
    close cont-file.
    display "Listed " record-count " partner contacts to CONTLIST.".


exit-program.
    stop run.
