    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd statement-file.
    01 statement-rec		pic x(132).
    end-if.

    *> A calendar deferral is neither work done nor a failure - the
    *> file bills once, on the night it actually runs. A dependent
    *> held behind its prerequisite is the same.
    if rc-outcome = "DEFR" or rc-outcome = "HOLD"
        exit paragraph
    end-if.

