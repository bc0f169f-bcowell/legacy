data division.
file section.
    fd manifest-file.
    01 manifest-rec		pic x(120).

    fd weigh-file.
    01 weigh-rec		pic x(2000).

    fd stream-file.
    01 stream-rec		pic x(120).

working-storage section.
    01 manifest-file-status	pic xx.
    01 parm-streams-str		pic x(01)	value spaces.
    01 stream-count		pic 9		value 2.

    *> Every manifest entry with its weight, in manifest order, and
    *> the entry heading its dependency group - an entry naming an
    *> AFTER prerequisite travels with it, since CIPHER holds any
    *> dependent whose prerequisite is running on another terminal.
    01 entry-count		pic 9999	value 0.
    01 entry-idx		pic 9999.
    01 split-table.
        03 split-entry			occurs 200 times.
            05 split-line	pic x(120).
            05 split-name	pic x(20).
            05 split-after	pic x(20).
            05 split-group	pic 9999.
            05 split-weight	pic 9(9).
            05 split-stream	pic 9.
    01 split-unused		pic x(24).
    01 member-idx		pic 9999.
    01 chain-idx		pic 9999.
    01 chain-steps		pic 9999.
    01 prereq-idx		pic 9999.
    01 probe-name		pic x(20).
    01 group-weight		pic 9(9).
    01 group-entries		pic 9999.

    *> Running weight per stream - each entry goes to the lightest
    *> stream at the moment it is placed.


procedure division.
*> Weigh every entry, deal them into the lightest stream one
*> dependency group at a time, and write one manifest per stream -
*> two terminals can then halve the window with the restart
*> machinery untouched.
mainline.
    perform read-startup-parms.
    perform load-manifest-entries.
    end-perform.

    perform varying entry-idx from 1 by 1 until entry-idx > entry-count
        perform find-entry-group
    end-perform.

    perform varying entry-idx from 1 by 1 until entry-idx > entry-count
        if split-group(entry-idx) = entry-idx
            perform place-one-group
        end-if
    end-perform.

    perform varying stream-idx from 1 by 1 until stream-idx > stream-count
            add 1 to entry-count
            move manifest-rec to split-line(entry-count)
            move spaces to split-name(entry-count)
            move spaces to split-after(entry-count)
            unstring manifest-rec delimited by ","
                into split-name(entry-count)
                    split-unused split-unused split-unused split-unused
                    split-after(entry-count)
            end-unstring
            perform weigh-one-entry
        end-if
    close weigh-file.


*> Follow the entry's AFTER chain back to the entry at its head - a
*> prerequisite outside this manifest ends the chain where it is. A
*> chain that never ends is a dependency loop, which CIPHER would
*> refuse anyway, so the split is refused here first.
find-entry-group.
    move entry-idx to chain-idx.
    move 0 to chain-steps.
    move 1 to prereq-idx.
    perform until split-after(chain-idx) = spaces or prereq-idx = 0
        move split-after(chain-idx) to probe-name
        move 0 to prereq-idx
        perform varying member-idx from 1 by 1
            until member-idx > entry-count or prereq-idx > 0
            if split-name(member-idx) = probe-name
                move member-idx to prereq-idx
            end-if
        end-perform
        if prereq-idx > 0
            move prereq-idx to chain-idx
            add 1 to chain-steps
            if chain-steps > entry-count
                display "Manifest entry " function trim(split-name(entry-idx))
                    " depends on itself through its AFTER entries! Run refused."
                move 8 to return-code
                perform exit-program
            end-if
        end-if
    end-perform.
    move chain-idx to split-group(entry-idx).


*> A whole dependency group lands on whichever stream is lightest
*> right now - the big exports spread out instead of stacking up, and
*> a statement file and its cover letter stay on one terminal.
place-one-group.
    move 0 to group-weight.
    move 0 to group-entries.
    perform varying member-idx from 1 by 1 until member-idx > entry-count
        if split-group(member-idx) = entry-idx
            add split-weight(member-idx) to group-weight
            add 1 to group-entries
        end-if
    end-perform.

    move 1 to lightest-stream.
    perform varying stream-idx from 2 by 1 until stream-idx > stream-count
        if stream-weight(stream-idx) < stream-weight(lightest-stream)
        end-if
    end-perform.

    perform varying member-idx from 1 by 1 until member-idx > entry-count
        if split-group(member-idx) = entry-idx
            move lightest-stream to split-stream(member-idx)
        end-if
    end-perform.
    add group-weight to stream-weight(lightest-stream).
    add group-entries to stream-entries(lightest-stream).


*> One stream manifest - its entries in the original manifest order,
