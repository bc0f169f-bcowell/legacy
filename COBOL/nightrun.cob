*> Brayden Cowell - 0844864
*> NIGHTRUN - drive the night's job stream with step restart
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. nightrun.

environment division.
input-output section.
file-control.
    *> The job-stream definition - one line per step, in run order:
    *> the step name, its class, the highest return code it may end
    *> with and the stream carry on, up to two bypass conditions, and
    *> the command line that runs it. CIPHJOBS unless the PARM names
    *> another.
    select job-file
    assign to dynamic job-file-name
    organization is line sequential
    file status is job-file-status.

    *> The step log - a RUN line per start or restart, then one line
    *> per step with its start and end times, return code and what
    *> became of it. Append-only; a restart reads it back to learn
    *> which steps already finished.
    select optional step-log-file
    assign to "CIPHSTEP"
    organization is line sequential
    file status is step-log-status.

data division.
file section.
    fd job-file.
    01 job-rec			pic x(200).

    fd step-log-file.
    01 step-log-rec		pic x(100).

working-storage section.
    01 job-file-status		pic xx.
    01 step-log-status		pic xx.
    01 end-of-job-switch	pic xxx		value 'no '.
        88 end-of-job				value 'yes'.
    01 end-of-log-switch	pic xxx		value 'no '.
        88 end-of-log				value 'yes'.

    *> Startup parameters - the job-stream definition to run and, for
    *> a restart, the step to restart from ("*" for the first step the
    *> last run did not finish).
    01 parm-string		pic x(80).
    01 job-file-name		pic x(24)	value spaces.
    01 restart-step		pic x(8)	value spaces.
    01 restart-requested-switch	pic x(03)	value 'no '.
        88 restart-requested			value 'yes'.

    *> One definition line. A condition reads like JCL's COND: the step
    *> is bypassed when any step already run whose name or class is
    *> the reference (or any step at all, for ANY) ended with a return
    *> code that compares true - "STREAM GT 04" bypasses a step if
    *> any CIPHER stream ended above 4. Columns: name 1, class 10,
    *> limit 19, conditions 22 and 37, command 52.
    01 job-line.
        03 jl-name		pic x(8).
        03 filler		pic x.
        03 jl-class		pic x(8).
        03 filler		pic x.
        03 jl-max-rc		pic 99.
        03 filler		pic x.
        03 jl-condition		occurs 2 times.
            05 jl-cond-ref	pic x(8).
            05 filler		pic x.
            05 jl-cond-op	pic xx.
            05 filler		pic x.
            05 jl-cond-rc	pic 99.
            05 filler		pic x.
        03 jl-command		pic x(149).

    *> The whole stream, with what has become of each step - loaded
    *> from the definition, then from the step log on a restart.
    01 step-count		pic 99		value 0.
    01 step-idx			pic 99.
    01 check-idx		pic 99.
    01 cond-idx			pic 9.
    01 start-idx		pic 99		value 1.
    01 step-table.
        03 step-entry		occurs 50 times.
            05 stp-name		pic x(8).
            05 stp-class	pic x(8).
            05 stp-max-rc	pic 99.
            05 stp-cond-ref	pic x(8)	occurs 2 times.
            05 stp-cond-op	pic xx		occurs 2 times.
            05 stp-cond-rc	pic 99		occurs 2 times.
            05 stp-command	pic x(149).
            05 stp-status	pic x(4).
            05 stp-rc		pic 9(4).

    *> The step log line - the RUN line shares the name and stamp
    *> columns, with START or RESTART where a step's status goes.
    01 step-log-line.
        03 sl-tag		pic x(4).
        03 filler		pic x	value space.
        03 sl-name		pic x(8).
        03 filler		pic x	value space.
        03 sl-start		pic x(15).
        03 filler		pic x	value space.
        03 sl-end		pic x(15).
        03 filler		pic x	value space.
        03 sl-rc		pic 9(4).
        03 filler		pic x	value space.
        03 sl-status		pic x(7).
        03 filler		pic x	value space.
        03 sl-job		pic x(24).

    *> The step in hand.
    01 step-command		pic x(160).
    01 system-status		pic s9(9).
    01 step-start-stamp		pic x(15).
    01 stamp-work		pic x(21).
    01 bypass-switch		pic x(03).
        88 step-bypassed			value 'yes'.
    01 stream-stopped-switch	pic x(03)	value 'no '.
        88 stream-stopped			value 'yes'.
    01 highest-rc		pic 9(4)	value 0.
    01 steps-run		pic 99		value 0.
    01 steps-bypassed		pic 99		value 0.
    01 steps-failed		pic 99		value 0.


procedure division.
*> Run the night's steps in the order the definition gives them,
*> bypass what the condition rules say to bypass, stop the stream at
*> the first step that ends above its limit, and log every step - so
*> a forgotten step or a DSPPACK started after a failed stream stops
*> being something the morning finds out.
mainline.
    perform read-startup-parms.
    perform load-job-stream.

    if restart-requested
        perform load-previous-results
        perform find-restart-step
    end-if.

    perform write-run-line.

    perform varying step-idx from start-idx by 1
        until step-idx > step-count or stream-stopped
        perform run-one-step
    end-perform.

    perform end-of-stream-summary.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into job-file-name restart-step
        end-unstring
    end-if.

    if job-file-name = spaces
        move "CIPHJOBS" to job-file-name
    end-if.
    inspect restart-step converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if restart-step not = spaces
        set restart-requested to true
    end-if.


*> The definition into the step table - a stream that will not load
*> is refused whole rather than run in part.
load-job-stream.
    open input job-file.
    if job-file-status not = '00'
        display "Cannot open the job-stream definition " function trim(job-file-name) "! Status: " job-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-job
        read job-file
            at end set end-of-job to true
        end-read
        if not end-of-job and job-rec not = spaces and job-rec(1:1) not = "*"
            perform load-one-step
        end-if
    end-perform.

    close job-file.

    if step-count = 0
        display "The job-stream definition " function trim(job-file-name) " has no steps! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.


load-one-step.
    if step-count >= 50
        display "More than 50 steps in " function trim(job-file-name) "! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    move job-rec to job-line.
    inspect jl-name converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    inspect jl-class converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if jl-name = spaces or jl-command = spaces
        display "A step in " function trim(job-file-name) " has no name or no command! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.
    if jl-max-rc is not numeric
        move 0 to jl-max-rc
    end-if.

    add 1 to step-count.
    move jl-name to stp-name(step-count).
    move jl-class to stp-class(step-count).
    move jl-max-rc to stp-max-rc(step-count).
    move jl-command to stp-command(step-count).
    move spaces to stp-status(step-count).
    move 0 to stp-rc(step-count).

    perform varying cond-idx from 1 by 1 until cond-idx > 2
        inspect jl-cond-ref(cond-idx) converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        inspect jl-cond-op(cond-idx) converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        move jl-cond-ref(cond-idx) to stp-cond-ref(step-count, cond-idx)
        move jl-cond-op(cond-idx) to stp-cond-op(step-count, cond-idx)
        if jl-cond-rc(cond-idx) is numeric
            move jl-cond-rc(cond-idx) to stp-cond-rc(step-count, cond-idx)
        else
            move 0 to stp-cond-rc(step-count, cond-idx)
        end-if
        if jl-cond-ref(cond-idx) not = spaces
            and jl-cond-op(cond-idx) not = "GT" and jl-cond-op(cond-idx) not = "GE"
            and jl-cond-op(cond-idx) not = "EQ" and jl-cond-op(cond-idx) not = "NE"
            and jl-cond-op(cond-idx) not = "LT" and jl-cond-op(cond-idx) not = "LE"
            display "Step " jl-name " has condition operator " jl-cond-op(cond-idx) " - must be GT GE EQ NE LT or LE! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
    end-perform.


*> What the last run of this stream got through - the log read from
*> the start, a START line wiping the slate and a RESTART line
*> carrying it on, so a restart of a restart still knows the steps
*> the first run finished.
load-previous-results.
    open input step-log-file.
    if step-log-status not = '00'
        if step-log-status = '05'
            close step-log-file
        end-if
        display "No step log on file - there is no earlier run to restart! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-log
        read step-log-file
            at end set end-of-log to true
        end-read
        if not end-of-log and step-log-rec not = spaces
            move step-log-rec to step-log-line
            if sl-tag = "RUN " and sl-job = job-file-name
                if sl-status = "START  "
                    perform clear-step-results
                end-if
            end-if
            if sl-tag = "STEP" and sl-job = job-file-name
                perform note-previous-result
            end-if
        end-if
    end-perform.

    close step-log-file.


clear-step-results.
    perform varying check-idx from 1 by 1 until check-idx > step-count
        move spaces to stp-status(check-idx)
        move 0 to stp-rc(check-idx)
    end-perform.


note-previous-result.
    perform varying check-idx from 1 by 1 until check-idx > step-count
        if stp-name(check-idx) = sl-name
            move sl-status(1:4) to stp-status(check-idx)
            if sl-status = "BYPASS "
                move "BYPS" to stp-status(check-idx)
            end-if
            move sl-rc to stp-rc(check-idx)
        end-if
    end-perform.


*> The named step (or, for "*", the first step not finished last
*> time) - and every step ahead of it must have finished or been
*> bypassed, or a restart would jump a failure the way the
*> hand-kept checklist used to.
find-restart-step.
    move 0 to start-idx.
    perform varying step-idx from 1 by 1 until step-idx > step-count or start-idx > 0
        if restart-step = "*"
            if stp-status(step-idx) not = "DONE" and stp-status(step-idx) not = "BYPS"
                move step-idx to start-idx
            end-if
        else
            if stp-name(step-idx) = restart-step
                move step-idx to start-idx
            end-if
        end-if
    end-perform.

    if start-idx = 0
        if restart-step = "*"
            display "Every step of " function trim(job-file-name) " finished last run - nothing to restart."
            move 0 to return-code
        else
            display "No step " restart-step " in " function trim(job-file-name) "! Run refused."
            move 8 to return-code
        end-if
        perform exit-program
    end-if.

    perform varying step-idx from 1 by 1 until step-idx >= start-idx
        if stp-status(step-idx) not = "DONE" and stp-status(step-idx) not = "BYPS"
            display "Step " stp-name(step-idx) " ahead of " stp-name(start-idx)
                " did not finish last run - restart from it instead! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
    end-perform.

    perform varying step-idx from start-idx by 1 until step-idx > step-count
        move spaces to stp-status(step-idx)
        move 0 to stp-rc(step-idx)
    end-perform.

    display "Restarting " function trim(job-file-name) " at step " stp-name(start-idx) ".".


*> One step: the bypass conditions first, then the command itself,
*> timed and logged. A step ending above its limit stops the stream.
run-one-step.
    perform check-step-conditions.
    perform stamp-now.
    move stamp-work(1:15) to step-start-stamp.

    if step-bypassed
        move "BYPS" to stp-status(step-idx)
        move 0 to stp-rc(step-idx)
        add 1 to steps-bypassed
        display "Step " stp-name(step-idx) " bypassed by its condition."
        perform write-step-line
        exit paragraph
    end-if.

    display "Step " stp-name(step-idx) " starting: " function trim(stp-command(step-idx)).
    move spaces to step-command.
    move stp-command(step-idx) to step-command.
    call "SYSTEM" using step-command.
    move return-code to system-status.
    move 0 to return-code.

    *> The shell hands back the exit code in the high byte; anything
    *> in the low byte means the step was killed rather than ending.
    if system-status < 0 or function mod(system-status, 256) not = 0
        move 9999 to stp-rc(step-idx)
    else
        compute stp-rc(step-idx) = system-status / 256
    end-if.
    add 1 to steps-run.

    if stp-rc(step-idx) > highest-rc
        move stp-rc(step-idx) to highest-rc
    end-if.

    if stp-rc(step-idx) > stp-max-rc(step-idx)
        move "FAIL" to stp-status(step-idx)
        add 1 to steps-failed
        set stream-stopped to true
        display "Step " stp-name(step-idx) " ended RC " stp-rc(step-idx)
            " - above its limit of " stp-max-rc(step-idx) "! Stream stopped."
    else
        move "DONE" to stp-status(step-idx)
        display "Step " stp-name(step-idx) " ended RC " stp-rc(step-idx) "."
    end-if.

    perform write-step-line.


*> Each condition against every step that actually ran in this
*> stream - by name, by class, or ANY.
check-step-conditions.
    move 'no ' to bypass-switch.
    perform varying cond-idx from 1 by 1 until cond-idx > 2
        if stp-cond-ref(step-idx, cond-idx) not = spaces
            perform varying check-idx from 1 by 1 until check-idx >= step-idx
                if (stp-status(check-idx) = "DONE" or stp-status(check-idx) = "FAIL")
                    and (stp-cond-ref(step-idx, cond-idx) = "ANY"
                        or stp-cond-ref(step-idx, cond-idx) = stp-name(check-idx)
                        or stp-cond-ref(step-idx, cond-idx) = stp-class(check-idx))
                    evaluate stp-cond-op(step-idx, cond-idx)
                        when "GT"
                            if stp-rc(check-idx) > stp-cond-rc(step-idx, cond-idx)
                                set step-bypassed to true
                            end-if
                        when "GE"
                            if stp-rc(check-idx) >= stp-cond-rc(step-idx, cond-idx)
                                set step-bypassed to true
                            end-if
                        when "EQ"
                            if stp-rc(check-idx) = stp-cond-rc(step-idx, cond-idx)
                                set step-bypassed to true
                            end-if
                        when "NE"
                            if stp-rc(check-idx) not = stp-cond-rc(step-idx, cond-idx)
                                set step-bypassed to true
                            end-if
                        when "LT"
                            if stp-rc(check-idx) < stp-cond-rc(step-idx, cond-idx)
                                set step-bypassed to true
                            end-if
                        when "LE"
                            if stp-rc(check-idx) <= stp-cond-rc(step-idx, cond-idx)
                                set step-bypassed to true
                            end-if
                    end-evaluate
                end-if
            end-perform
        end-if
    end-perform.


stamp-now.
    move function current-date to stamp-work.
    move stamp-work(9:6) to stamp-work(10:6).
    move "-" to stamp-work(9:1).


*> START or RESTART - the marker a later restart reads the log back
*> from.
write-run-line.
    perform stamp-now.
    move spaces to step-log-line.
    move "RUN " to sl-tag.
    if restart-requested
        move stp-name(start-idx) to sl-name
        move "RESTART" to sl-status
    else
        move "START  " to sl-status
    end-if.
    move stamp-work(1:15) to sl-start.
    move 0 to sl-rc.
    move job-file-name to sl-job.
    perform append-step-log.


write-step-line.
    perform stamp-now.
    move spaces to step-log-line.
    move "STEP" to sl-tag.
    move stp-name(step-idx) to sl-name.
    move step-start-stamp to sl-start.
    move stamp-work(1:15) to sl-end.
    move stp-rc(step-idx) to sl-rc.
    evaluate stp-status(step-idx)
        when "BYPS"
            move "BYPASS " to sl-status
        when other
            move stp-status(step-idx) to sl-status
    end-evaluate.
    move job-file-name to sl-job.
    perform append-step-log.


append-step-log.
    open extend step-log-file.
    if step-log-status = '00' or step-log-status = '05'
        move spaces to step-log-rec
        move step-log-line to step-log-rec(1:84)
        write step-log-rec
        close step-log-file
    else
        display "WARNING: the step log could not be written! Status: " step-log-status "."
    end-if.


*> Return code: 12 when the stream stopped at a failed step, 4 when
*> it ran through with warnings or bypasses, otherwise 0.
end-of-stream-summary.
    display "Job stream " function trim(job-file-name) " - " steps-run " steps run, "
        steps-bypassed " bypassed, highest RC " highest-rc ".".

    evaluate true
        when stream-stopped
            display "The stream stopped at a failed step - fix it and restart with "
                function trim(job-file-name) "," stp-name(step-idx - 1) "."
            move 12 to return-code
        when highest-rc > 0 or steps-bypassed > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate.


exit-program.
    stop run.
