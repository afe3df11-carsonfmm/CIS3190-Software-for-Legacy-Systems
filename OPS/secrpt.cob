*> Name: Carson Mifsud

*> Description: This program reads the security log the maintenance
*> menus' operator sign-on writes and produces the security
*> violations report: every failed sign-on, lockout, sign-on to a
*> locked or unknown id, and refused function, in the order they
*> happened, then the counts per operator and in total, with a flag
*> on any operator locked out during the period - the list security
*> reviews before clearing a lock.

*> Modification History:
*> 2026-10-15  CM  Initial version: violations listing and per-operator
*>                 counts from security-log.txt.

identification division.
program-id. security-violations.

environment division.
input-output section.
file-control.
select security-log assign to "security-log.txt"
    organization is line sequential.

select violations-report assign to "security-violations-report.txt"
    organization is line sequential.

data division.

file section.
fd security-log.

*> One security event: when, the program and operator, the event, and
*> the function or reason it concerns
01 security-log-record.
    05 sl-stamp pic x(14).
    05 filler pic x(2).
    05 sl-program pic x(15).
    05 filler pic x(2).
    05 sl-operator pic x(8).
    05 filler pic x(2).
    05 sl-event pic x(12).
    05 filler pic x(2).
    05 sl-detail pic x(30).

fd violations-report.

*> Output record for the violations report
01 violations-record pic x(120).

working-storage section.

01 security-log-name pic x(25) value "security-log.txt".
01 security-eof pic 9 value 1.
01 report-line pic x(120).

*> Per-operator violation counts
01 operator-table.
    05 operator-entry occurs 0 to 200 times
        depending on operator-count.
        10 op-operator pic x(8).
        10 op-failed pic 9(5).
        10 op-locked pic 9(5).
        10 op-refused pic 9(5).
01 operator-count pic 999 value 0.
01 operator-idx pic 999.
01 operator-found pic 999.
01 operator-full-warned pic x value "N".

01 count-failed pic 9(6) value 0.
01 count-locked pic 9(6) value 0.
01 count-refused pic 9(6) value 0.
01 count-signons-set pic 9(6) value 0.
01 lock-flag pic x(16).

procedure division.

    call "CBL_CHECK_FILE_EXIST" using security-log-name
        security-log-record.
    if return-code is not = 0
        display "File Error: security-log.txt not found - no"
            " violations to report"
        stop run
    end-if.

    open input security-log.
    open output violations-report.

    move "Security Violations Report" to report-line.
    perform write-report-line.
    perform write-report-line.
    move "When            Program          Operator  Event         Detail"
        to report-line.
    perform write-report-line.

    perform report-security-event
        until security-eof = 0.

    close security-log.

    perform write-report-line.
    move "By operator:" to report-line.
    perform write-report-line.

    move 1 to operator-idx.
    perform write-operator-line
        until operator-idx > operator-count.

    perform write-report-line.
    string "Failed sign-ons: " delimited by size
        count-failed delimited by size
        "  Lockouts and locked-id attempts: " delimited by size
        count-locked delimited by size
        "  Refused functions: " delimited by size
        count-refused delimited by size
        into report-line
    end-string.
    perform write-report-line.
    string "Passwords set at first sign-on: " delimited by size
        count-signons-set delimited by size
        into report-line
    end-string.
    perform write-report-line.

    close violations-report.
    display " ".

stop run.

*> Reads one security event; a violation is listed and counted
*> against its operator, a password set at first sign-on only counted
report-security-event.

    read security-log
        at end move 0 to security-eof
    end-read.

    if security-eof is not = 0
        if sl-event = "PASSWORD-SET"
            add 1 to count-signons-set
        else
            string sl-stamp delimited by size
                "  " delimited by size
                sl-program delimited by size
                "  " delimited by size
                sl-operator delimited by size
                "  " delimited by size
                sl-event delimited by size
                "  " delimited by size
                sl-detail delimited by size
                into report-line
            end-string
            perform write-report-line
            perform count-security-event
        end-if
    end-if.

*> Counts one violation in the totals and against its operator
count-security-event.

    move 0 to operator-found.
    move 1 to operator-idx.
    perform find-operator-compare
        until operator-idx > operator-count or operator-found > 0.

    if operator-found = 0
        if operator-count >= 200
            if operator-full-warned = "N"
                display "Warning: operator table full - further"
                    " operators left out of the counts"
                move "Y" to operator-full-warned
            end-if
        else
            add 1 to operator-count
            move operator-count to operator-found
            move sl-operator to op-operator(operator-found)
            move 0 to op-failed(operator-found)
            move 0 to op-locked(operator-found)
            move 0 to op-refused(operator-found)
        end-if
    end-if.

    evaluate true
        when sl-event = "REFUSED"
            add 1 to count-refused
            if operator-found > 0
                add 1 to op-refused(operator-found)
            end-if
        when sl-event = "LOCKOUT" or sl-event = "LOCKED-OUT"
            add 1 to count-locked
            if operator-found > 0
                add 1 to op-locked(operator-found)
            end-if
        when other
            add 1 to count-failed
            if operator-found > 0
                add 1 to op-failed(operator-found)
            end-if
    end-evaluate.

*> Compares one operator entry against the event's operator
find-operator-compare.

    if op-operator(operator-idx) = sl-operator
        move operator-idx to operator-found
    else
        add 1 to operator-idx
    end-if.

*> Writes one operator's counts, flagging an operator locked out
write-operator-line.

    if op-locked(operator-idx) > 0
        move "  ** LOCKED **" to lock-flag
    else
        move spaces to lock-flag
    end-if.

    string "  " delimited by size
        op-operator(operator-idx) delimited by size
        "  Failed sign-ons: " delimited by size
        op-failed(operator-idx) delimited by size
        "  Lockouts: " delimited by size
        op-locked(operator-idx) delimited by size
        "  Refused: " delimited by size
        op-refused(operator-idx) delimited by size
        lock-flag delimited by size
        into report-line
    end-string.
    perform write-report-line.

    add 1 to operator-idx.

*> Writes one line of the violations report and echoes it to the
*> terminal so the two outputs never drift apart
write-report-line.

    display report-line.
    move report-line to violations-record.
    write violations-record.
    move spaces to report-line.
