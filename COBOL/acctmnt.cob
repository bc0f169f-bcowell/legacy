*> Brayden Cowell - 0844864
*> ACCTMNT - maintain the CIPHACCT account-number prefixes
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. acctmnt.

environment division.
input-output section.
file-control.
    *> The account-number prefixes each department/partner owns - one
    *> line per prefix: the prefix and the owning code. CIPHER checks
    *> an encipher's plaintext against them before it goes anywhere.
    select optional acct-file
    assign to "CIPHACCT"
    organization is line sequential
    file status is acct-file-status.

    *> The whole dataset minus the deleted line, swapped in the same
    *> read-all-write-back way DISTMNT prunes the lists.
    select work-file
    assign to "CIPHACCTWK"
    organization is line sequential
    file status is work-file-status.

data division.
file section.
    fd acct-file.
    01 acct-rec			pic x(80).

    fd work-file.
    01 work-rec			pic x(80).

working-storage section.
    01 acct-file-status		pic xx.
    01 work-file-status		pic xx.
    01 end-of-acct-switch	pic xxx		value 'no '.
        88 end-of-acct				value 'yes'.

    *> Startup parameters - A add a prefix, D delete one, L list (all,
    *> or one department's), then the prefix and the department code.
    01 parm-string		pic x(80).
    01 acct-mode		pic x.
    01 parm-prefix		pic x(20)	value spaces.
    01 parm-dept		pic x(10)	value spaces.

    01 acct-line.
        03 acl-prefix		pic x(12).
        03 filler		pic x	value space.
        03 acl-dept		pic x(10).

    *> A prefix is four to twelve digits - shorter would claim half
    *> the bank for one partner.
    01 prefix-len		pic 99		value 0.
    01 prefix-found-switch	pic x(03)	value 'no '.
        88 prefix-found				value 'yes'.
    01 found-owner		pic x(10)	value spaces.
    01 line-count		pic 999		value 0.
    01 removed-count		pic 999		value 0.
    01 work-name		pic x(10)	value "CIPHACCTWK".
    01 acct-name		pic x(8)	value "CIPHACCT".
    01 utility-status		pic s9(4).


procedure division.
*> Add, delete or list the account-number prefixes the misdirected-
*> content guard works from.
mainline.
    perform read-startup-parms.

    evaluate acct-mode
        when "a"
            perform add-prefix
        when "d"
            perform delete-prefix
        when "l"
            perform list-prefixes
        when other
            display "Enter A to add, D to delete or L to list account-number prefixes."
    end-evaluate.

    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into acct-mode parm-prefix parm-dept
        end-unstring
    else
        display "Enter A to add, D to delete or L to list:"
        accept acct-mode from console
    end-if.

    inspect acct-mode converting "ADL" to "adl".

    if acct-mode = "a" or acct-mode = "d"
        if parm-prefix = spaces
            display "Enter the account-number prefix:"
            accept parm-prefix from console
        end-if
        inspect parm-prefix tallying prefix-len
            for characters before initial space
        if prefix-len < 4 or prefix-len > 12
            display "An account-number prefix is 4 to 12 digits! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        if parm-prefix(1:prefix-len) is not numeric
            display "An account-number prefix is digits only! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    if acct-mode = "a"
        if parm-dept = spaces
            display "Enter the department/partner code that owns " function trim(parm-prefix) ":"
            accept parm-dept from console
        end-if
        if parm-dept = spaces
            display "A department code is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.


*> A prefix already on file is refused whoever owns it - the same
*> number can't belong to two partners.
add-prefix.
    open input acct-file.
    if acct-file-status = '00' or acct-file-status = '05'
        perform until end-of-acct
            read acct-file into acct-rec
                at end set end-of-acct to true
            end-read
            if not end-of-acct and acct-rec not = spaces
                move acct-rec to acct-line
                if acl-prefix = parm-prefix(1:12)
                    set prefix-found to true
                    move acl-dept to found-owner
                end-if
            end-if
        end-perform
        close acct-file
    end-if.

    if prefix-found
        display "Prefix " function trim(parm-prefix) " is already on file for " function trim(found-owner) "! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    move spaces to acct-line.
    move parm-prefix(1:12) to acl-prefix.
    move parm-dept to acl-dept.

    open extend acct-file.
    if acct-file-status not = '00' and acct-file-status not = '05'
        display "Cannot open the account-number prefixes! Status: " acct-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move spaces to acct-rec.
    move acct-line to acct-rec(1:23).
    write acct-rec.
    close acct-file.

    display "Prefix " function trim(parm-prefix) " added for " function trim(parm-dept) ".".


*> Copy everything except the matching prefix to the work file, then
*> swap it in - never an in-place truncation of a shared dataset.
delete-prefix.
    open input acct-file.
    if acct-file-status not = '00'
        display "No account-number prefixes on file! Status: " acct-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output work-file.
    if work-file-status not = '00'
        display "Cannot open the account-prefix work file! Status: " work-file-status "!"
        close acct-file
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-acct
        read acct-file into acct-rec
            at end set end-of-acct to true
        end-read
        if not end-of-acct and acct-rec not = spaces
            move acct-rec to acct-line
            if acl-prefix = parm-prefix(1:12)
                add 1 to removed-count
            else
                move acct-rec to work-rec
                write work-rec
            end-if
        end-if
    end-perform.

    close work-file.
    close acct-file.

    if removed-count = 0
        display "Prefix " function trim(parm-prefix) " is not on file - nothing removed."
        move 4 to return-code
        exit paragraph
    end-if.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using acct-name.
    call "CBL_RENAME_FILE" using work-name acct-name.
    if return-code not = 0
        display "Cannot swap the updated prefixes into place - they are on " work-name "!"
        move 8 to return-code
        exit paragraph
    end-if.
    move utility-status to return-code.

    display "Prefix " function trim(parm-prefix) " removed.".


*> Every prefix, or one department's when a code is given.
list-prefixes.
    open input acct-file.
    if acct-file-status not = '00' and acct-file-status not = '05'
        display "No account-number prefixes on file! Status: " acct-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    display "PREFIX       DEPARTMENT".
    perform until end-of-acct
        read acct-file into acct-rec
            at end set end-of-acct to true
        end-read
        if not end-of-acct and acct-rec not = spaces
            move acct-rec to acct-line
            if parm-dept = spaces or acl-dept = parm-dept
                add 1 to line-count
                display acl-prefix " " acl-dept
            end-if
        end-if
    end-perform.

    close acct-file.
    display line-count " account-number prefixes on file.".


exit-program.
    stop run.
