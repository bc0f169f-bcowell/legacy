*> Brayden Cowell - 0844864
*> DISTMNT - maintain the CIPHDIST distribution lists
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. distmnt.

environment division.
input-output section.
file-control.
    *> The distribution lists a manifest entry can name in place of a
    *> department - one line per member: the list name and one
    *> department/partner code. CIPHER enciphers the entry's input
    *> once for every member, each under its own key.
    select optional dist-file
    assign to "CIPHDIST"
    organization is line sequential
    file status is dist-file-status.

    *> The whole dataset minus the deleted lines, swapped in the same
    *> read-all-write-back way CALMNT prunes the calendar.
    select work-file
    assign to "CIPHDISTWK"
    organization is line sequential
    file status is work-file-status.

data division.
file section.
    fd dist-file.
    01 dist-rec			pic x(40).

    fd work-file.
    01 work-rec			pic x(40).

working-storage section.
    01 dist-file-status		pic xx.
    01 work-file-status		pic xx.
    01 end-of-dist-switch	pic xxx		value 'no '.
        88 end-of-dist				value 'yes'.

    *> Startup parameters - A add a member, D delete a member (or the
    *> whole list when no department is given), L list, then the list
    *> name and the department code.
    01 parm-string		pic x(80).
    01 dist-mode		pic x.
    01 parm-list		pic x(20)	value spaces.
    01 parm-dept		pic x(10)	value spaces.

    *> A manifest names the list as @<list> in its department column,
    *> which leaves nine characters - list names are held to eight.
    01 dist-line.
        03 dsl-list		pic x(8).
        03 filler		pic x	value space.
        03 dsl-dept		pic x(10).

    01 member-found-switch	pic x(03)	value 'no '.
        88 member-found				value 'yes'.
    01 line-count		pic 999		value 0.
    01 removed-count		pic 999		value 0.
    01 work-name		pic x(10)	value "CIPHDISTWK".
    01 dist-name		pic x(8)	value "CIPHDIST".
    01 utility-status		pic s9(4).


procedure division.
*> Add, delete or list distribution-list members - the circular that
*> goes to a dozen partners is one manifest line naming the list, not
*> a dozen lines pointing at the same input.
mainline.
    perform read-startup-parms.

    evaluate dist-mode
        when "a"
            perform add-list-member
        when "d"
            perform delete-list-members
        when "l"
            perform list-members
        when other
            display "Enter A to add, D to delete or L to list distribution-list members."
    end-evaluate.

    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into dist-mode parm-list parm-dept
        end-unstring
    else
        display "Enter A to add, D to delete or L to list:"
        accept dist-mode from console
    end-if.

    inspect dist-mode converting "ADL" to "adl".

    if dist-mode = "a" or dist-mode = "d"
        if parm-list = spaces
            display "Enter the distribution list name:"
            accept parm-list from console
        end-if
        if parm-list = spaces
            display "A list name is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        if parm-list(9:12) not = spaces
            display "List names are at most 8 characters! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        move function upper-case(parm-list) to parm-list
    end-if.

    if dist-mode = "a"
        if parm-dept = spaces
            display "Enter the department/partner code to add to " function trim(parm-list) ":"
            accept parm-dept from console
        end-if
        if parm-dept = spaces
            display "A department code is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    if dist-mode = "l" and parm-list not = spaces
        move function upper-case(parm-list) to parm-list
    end-if.


*> A member already on the list is refused - a partner listed twice
*> would get the same circular twice.
add-list-member.
    open input dist-file.
    if dist-file-status = '00' or dist-file-status = '05'
        perform until end-of-dist
            read dist-file into dist-rec
                at end set end-of-dist to true
            end-read
            if not end-of-dist and dist-rec not = spaces
                move dist-rec to dist-line
                if dsl-list = parm-list(1:8) and dsl-dept = parm-dept
                    set member-found to true
                end-if
            end-if
        end-perform
        close dist-file
    end-if.

    if member-found
        display function trim(parm-dept) " is already on list " function trim(parm-list) "! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    move spaces to dist-line.
    move parm-list(1:8) to dsl-list.
    move parm-dept to dsl-dept.

    open extend dist-file.
    if dist-file-status not = '00' and dist-file-status not = '05'
        display "Cannot open the distribution lists! Status: " dist-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move spaces to dist-rec.
    move dist-line to dist-rec(1:19).
    write dist-rec.
    close dist-file.

    display function trim(parm-dept) " added to distribution list " function trim(parm-list) ".".


*> Copy everything except the matching member (or every member of
*> the list, with no department given) to the work file, then swap
*> it in - never an in-place truncation of a shared dataset.
delete-list-members.
    open input dist-file.
    if dist-file-status not = '00'
        display "No distribution lists on file! Status: " dist-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output work-file.
    if work-file-status not = '00'
        display "Cannot open the distribution-list work file! Status: " work-file-status "!"
        close dist-file
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-dist
        read dist-file into dist-rec
            at end set end-of-dist to true
        end-read
        if not end-of-dist and dist-rec not = spaces
            move dist-rec to dist-line
            if dsl-list = parm-list(1:8)
                and (parm-dept = spaces or dsl-dept = parm-dept)
                add 1 to removed-count
            else
                move dist-rec to work-rec
                write work-rec
            end-if
        end-if
    end-perform.

    close work-file.
    close dist-file.

    if removed-count = 0
        display "No matching distribution-list member found - nothing removed."
        move 4 to return-code
        exit paragraph
    end-if.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using dist-name.
    call "CBL_RENAME_FILE" using work-name dist-name.
    if return-code not = 0
        display "Cannot swap the updated lists into place - they are on " work-name "!"
        move 8 to return-code
        exit paragraph
    end-if.
    move utility-status to return-code.

    display "Removed " removed-count " member(s) from list " function trim(parm-list) ".".


*> Every member, or one list's members when a list name is given.
list-members.
    open input dist-file.
    if dist-file-status not = '00' and dist-file-status not = '05'
        display "No distribution lists on file! Status: " dist-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    display "LIST     DEPARTMENT".
    perform until end-of-dist
        read dist-file into dist-rec
            at end set end-of-dist to true
        end-read
        if not end-of-dist and dist-rec not = spaces
            move dist-rec to dist-line
            if parm-list = spaces or dsl-list = parm-list(1:8)
                add 1 to line-count
                display dsl-list " " dsl-dept
            end-if
        end-if
    end-perform.

    close dist-file.
    display line-count " distribution-list members on file.".


exit-program.
    stop run.
