*> Name: Carson Mifsud

*> Description: This program is the operator security check for the
*> interactive maintenance menus. It is the only program that reads
*> and rewrites operator-security.txt, the file holding each
*> operator's id, password hash, and authority per function - view,
*> add, change, and retire/delete - with the count of failed sign-ons
*> and the lock flag. The student and catalog maintenance menus CALL
*> it to sign the operator on and then to check each function chosen
*> against the operator's authority. Three failed sign-ons in a row
*> lock the id until security clears the flag in the file; an
*> operator whose hash is blank (a new id, or one security has reset)
*> sets the password with the first sign-on. Every failed sign-on,
*> lockout, and refused function is written to security-log.txt with
*> the program, operator, and function, for the security violations
*> report.

*> Modification History:
*> 2026-10-15  CM  Initial version: sign-on with lockout, authority
*>                 per function, and the security log.

identification division.
program-id. operator-security.

environment division.
input-output section.
file-control.
select security-file assign to "operator-security.txt"
    organization is line sequential.

select security-log assign to "security-log.txt"
    organization is line sequential.

data division.

file section.
fd security-file.

*> One operator: the id, the password hash, the authority flags for
*> view, add, change, and retire/delete (Y or N each), the failed
*> sign-ons in a row, the lock flag, and the operator's name
01 security-record.
    05 os-operator pic x(8).
    05 filler pic x(2).
    05 os-hash pic x(10).
    05 filler pic x(2).
    05 os-authority.
        10 os-view pic x.
        10 os-add pic x.
        10 os-change pic x.
        10 os-retire pic x.
    05 filler pic x(2).
    05 os-failures pic 9.
    05 filler pic x(2).
    05 os-locked pic x.
    05 filler pic x(2).
    05 os-name pic x(30).

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

working-storage section.

01 security-file-name pic x(25) value "operator-security.txt".
01 security-log-name pic x(25) value "security-log.txt".
01 security-eof pic 9 value 1.
01 security-changed pic x value "N".
01 lockout-limit pic 9 value 3.
01 current-date-time pic x(21).

*> The operator signed on in this run and the authority held
01 signed-operator pic x(8) value spaces.
01 signed-authority.
    05 signed-view pic x value "N".
    05 signed-add pic x value "N".
    05 signed-change pic x value "N".
    05 signed-retire pic x value "N".

*> The operators on file
01 security-table.
    05 security-entry occurs 0 to 200 times
        depending on security-count.
        10 ot-operator pic x(8).
        10 ot-hash pic x(10).
        10 ot-authority pic x(4).
        10 ot-failures pic 9.
        10 ot-locked pic x.
        10 ot-name pic x(30).
01 security-count pic 999 value 0.
01 security-idx pic 999.
01 security-found pic 999.

*> Working fields for the password hash
01 hash-source pic x(28).
01 hash-value pic 9(15).
01 hash-idx pic 99.
01 hash-text pic x(10).
01 log-event pic x(12).
01 log-detail pic x(30).

linkage section.

*> The caller's request: sr-function S sign on with sr-operator and
*> sr-password, A authorise sr-action (V view, A add, C change, R
*> retire/delete) for the operator signed on, O sign off; sr-program
*> names the calling program and sr-detail the function chosen, for
*> the log. sr-result comes back Y granted, N refused (wrong password
*> or no authority), L locked out, U unknown operator, or F no
*> security file, with sr-message saying which
01 security-request.
    05 sr-function pic x.
    05 sr-program pic x(15).
    05 sr-operator pic x(8).
    05 sr-password pic x(20).
    05 sr-action pic x.
    05 sr-detail pic x(30).
    05 sr-result pic x.
    05 sr-message pic x(40).

procedure division using security-request.

    move "N" to sr-result.
    move spaces to sr-message.

    evaluate sr-function
        when "S"
            perform sign-on-operator
        when "A"
            perform authorise-function
        when "O"
            move spaces to signed-operator
            move "NNNN" to signed-authority
            move "Y" to sr-result
        when other
            move "UNKNOWN SECURITY FUNCTION" to sr-message
    end-evaluate.

    goback.

*> Signs the operator on: an unknown id, a locked id, or a wrong
*> password is refused and logged; the third wrong password in a row
*> locks the id. A blank hash on file takes the password given as the
*> operator's new password
sign-on-operator.

    move spaces to signed-operator.
    move "NNNN" to signed-authority.

    perform load-security-table.

    move 0 to security-found.
    move 1 to security-idx.
    perform find-operator-compare
        until security-idx > security-count or security-found > 0.

    evaluate true
        when security-count = 0
            move "F" to sr-result
            move "SECURITY FILE NOT FOUND OR EMPTY" to sr-message
            move "NO-SECURITY" to log-event
            move "operator-security.txt" to log-detail
            perform write-security-log
        when security-found = 0
            move "U" to sr-result
            move "UNKNOWN OPERATOR ID" to sr-message
            move "UNKNOWN-ID" to log-event
            move "sign-on refused" to log-detail
            perform write-security-log
        when ot-locked(security-found) = "Y"
            move "L" to sr-result
            move "OPERATOR ID IS LOCKED OUT" to sr-message
            move "LOCKED-OUT" to log-event
            move "sign-on to a locked id" to log-detail
            perform write-security-log
        when sr-password = spaces
            move "N" to sr-result
            move "PASSWORD REQUIRED" to sr-message
            move "SIGNON-FAIL" to log-event
            move "blank password" to log-detail
            perform write-security-log
        when other
            perform check-password
    end-evaluate.

    if sr-result = "Y"
        move sr-operator to signed-operator
        move ot-authority(security-found) to signed-authority
    end-if.

    if security-changed = "Y"
        perform write-security-file
    end-if.

*> Checks the password against the hash on file: a blank hash takes
*> the password given, a match clears the failure count, and a
*> mismatch counts a failure, locking the id at the limit
check-password.

    perform compute-password-hash.

    evaluate true
        when ot-hash(security-found) = spaces
            move hash-text to ot-hash(security-found)
            move 0 to ot-failures(security-found)
            move "Y" to security-changed
            move "Y" to sr-result
            move "SIGNED ON - NEW PASSWORD SET" to sr-message
            move "PASSWORD-SET" to log-event
            move "first sign-on set the password" to log-detail
            perform write-security-log
        when ot-hash(security-found) = hash-text
            if ot-failures(security-found) > 0
                move 0 to ot-failures(security-found)
                move "Y" to security-changed
            end-if
            move "Y" to sr-result
            move "SIGNED ON" to sr-message
        when other
            add 1 to ot-failures(security-found)
            move "Y" to security-changed
            move "SIGNON-FAIL" to log-event
            move "wrong password" to log-detail
            perform write-security-log
            if ot-failures(security-found) >= lockout-limit
                move "Y" to ot-locked(security-found)
                move "L" to sr-result
                move "TOO MANY FAILURES - OPERATOR ID LOCKED" to sr-message
                move "LOCKOUT" to log-event
                move "locked after failed sign-ons" to log-detail
                perform write-security-log
            else
                move "N" to sr-result
                move "WRONG PASSWORD" to sr-message
            end-if
    end-evaluate.

*> Checks the function chosen against the signed-on operator's
*> authority, logging a refusal
authorise-function.

    if signed-operator = spaces
        move "N" to sr-result
        move "NOT SIGNED ON" to sr-message
    else
        move signed-operator to sr-operator
        evaluate sr-action
            when "V"
                move signed-view to sr-result
            when "A"
                move signed-add to sr-result
            when "C"
                move signed-change to sr-result
            when "R"
                move signed-retire to sr-result
            when other
                move "N" to sr-result
        end-evaluate
        if sr-result is not = "Y"
            move "N" to sr-result
            move "FUNCTION ABOVE OPERATOR'S AUTHORITY" to sr-message
        end-if
    end-if.

    if sr-result = "N"
        move "REFUSED" to log-event
        move sr-detail to log-detail
        perform write-security-log
    end-if.

*> Hashes the operator id and password into the ten-digit value kept
*> on file, so the password itself is never stored
compute-password-hash.

    move sr-operator to hash-source(1:8).
    move sr-password to hash-source(9:20).
    move 7 to hash-value.
    move 1 to hash-idx.
    perform hash-one-character
        until hash-idx > 28.
    move hash-value(6:10) to hash-text.

*> Folds one character of the id and password into the hash
hash-one-character.

    compute hash-value = function mod
        ((hash-value * 131) + function ord (hash-source(hash-idx:1))
            + hash-idx, 9999999967).
    add 1 to hash-idx.

*> Compares one operator entry against the id signing on
find-operator-compare.

    if ot-operator(security-idx) = sr-operator
        move security-idx to security-found
    else
        add 1 to security-idx
    end-if.

*> Loads the operators on file
load-security-table.

    move 0 to security-count.
    move "N" to security-changed.
    call "CBL_CHECK_FILE_EXIST" using security-file-name security-record.
    if return-code = 0
        open input security-file
        move 1 to security-eof
        perform load-security-entry
            until security-eof = 0
        close security-file
    end-if.

*> Reads one operator into the table; a line whose counts are not
*> numeric is kept with none
load-security-entry.

    read security-file
        at end move 0 to security-eof
    end-read.

    if security-eof is not = 0 and os-operator is not = spaces
        if security-count >= 200
            display "Warning: operator security table full - further"
                " operators ignored"
            move 0 to security-eof
        else
            add 1 to security-count
            move os-operator to ot-operator(security-count)
            move os-hash to ot-hash(security-count)
            move os-authority to ot-authority(security-count)
            if os-failures is numeric
                move os-failures to ot-failures(security-count)
            else
                move 0 to ot-failures(security-count)
            end-if
            move os-locked to ot-locked(security-count)
            move os-name to ot-name(security-count)
        end-if
    end-if.

*> Rewrites the security file from the table, keeping the failure
*> counts, lock flags, and any password just set
write-security-file.

    open output security-file.
    move 1 to security-idx.
    perform write-security-entry
        until security-idx > security-count.
    close security-file.

*> Writes one operator back to the security file
write-security-entry.

    move spaces to security-record.
    move ot-operator(security-idx) to os-operator.
    move ot-hash(security-idx) to os-hash.
    move ot-authority(security-idx) to os-authority.
    move ot-failures(security-idx) to os-failures.
    move ot-locked(security-idx) to os-locked.
    move ot-name(security-idx) to os-name.
    write security-record.
    add 1 to security-idx.

*> Appends one event to the security log, creating it on first use
write-security-log.

    call "CBL_CHECK_FILE_EXIST" using security-log-name
        security-log-record.
    if return-code is not = 0
        open output security-log
        close security-log
    end-if.
    open extend security-log.

    move spaces to security-log-record.
    move function current-date to current-date-time.
    move current-date-time(1:14) to sl-stamp.
    move sr-program to sl-program.
    move sr-operator to sl-operator.
    move log-event to sl-event.
    move log-detail to sl-detail.
    write security-log-record.

    close security-log.
