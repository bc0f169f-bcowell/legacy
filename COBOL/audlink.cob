*> Brayden Cowell - 0844864
*> AUDLINK - chain link for one CIPHAUD line
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. audlink.

data division.
working-storage section.
    *> The link is a positional digest run over the whole prior line
    *> (its own link included) and then over this line's text, so
    *> each line vouches for the one before it, and through it for
    *> every line back to the start of the trail.
    01 link-value		pic 9(8).
    01 link-idx			pic 999.

linkage section.
    *> The line landed on the trail just before this one - spaces for
    *> the first line of a trail (or one started before chaining) -
    *> and the line about to be appended, whose columns 113-120 take
    *> the link.
    01 prior-line		pic x(120).
    01 audit-line		pic x(120).


procedure division using prior-line, audit-line.
*> Every writer of CIPHAUD (and the chain check that re-walks it)
*> calls this one routine, so there is only one definition of a
*> link to get right.
mainline.
    move 0 to link-value.

    perform varying link-idx from 1 by 1 until link-idx > 120
        compute link-value = function mod(
            link-value * 131 + function ord(prior-line(link-idx:1)) + link-idx, 99999989)
    end-perform.

    perform varying link-idx from 1 by 1 until link-idx > 112
        compute link-value = function mod(
            link-value * 131 + function ord(audit-line(link-idx:1)) + link-idx, 99999989)
    end-perform.

    move link-value to audit-line(113:8).
    exit program.
