*> Name: Carson Mifsud

*> Description: This program is the card-token vault. It is the only
*> program that opens card-token-vault.idx, the file mapping each
*> card number to the surrogate token every other stored file carries
*> in its place. The card validator, the hot-card maintenance, and the
*> token conversion run CALL it to turn a card number into its token
*> (creating one on first sight) or to look a token up; turning a
*> token back into a card number is refused to any caller not named
*> in card-vault-access.txt.

*> Modification History:
*> 2026-10-15  CM  Initial version: tokenise, look up, detokenise for
*>                 authorised callers only, and the token sequence
*>                 carried in card-vault-control.txt.

identification division.
program-id. card-vault.

environment division.
input-output section.
file-control.
select vault-file assign to "card-token-vault.idx"
    organization is indexed
    access mode is dynamic
    record key is tv-card
    alternate record key is tv-token
    file status is vault-status.

select control-file assign to "card-vault-control.txt"
    organization is line sequential.

select access-file assign to "card-vault-access.txt"
    organization is line sequential.

data division.

file section.
fd vault-file.

*> One card number and its surrogate token, with the date the token
*> was issued
01 vault-record.
    05 tv-card pic x(19).
    05 tv-token pic x(19).
    05 tv-issued-date pic 9(8).

fd control-file.

*> The last token sequence number issued
01 control-record.
    05 vc-last-seq pic 9(14).
    05 filler pic x(2).

fd access-file.

*> One program name allowed to turn a token back into a card number
01 access-record.
    05 va-caller pic x(15).

working-storage section.

01 vault-status pic xx value "00".
01 vault-open pic x value "N".
01 vault-file-name pic x(25) value "card-token-vault.idx".
01 control-file-name pic x(25) value "card-vault-control.txt".
01 access-file-name pic x(25) value "card-vault-access.txt".
01 last-seq pic 9(14) value 0.
01 token-written pic x value "N".
01 token-failed pic x value "N".
01 card-len pic 99.
01 access-eof pic 9 value 1.
01 today-date pic 9(8).

*> The programs allowed to detokenise
01 access-table.
    05 access-entry occurs 0 to 20 times
        depending on access-count.
        10 at-caller pic x(15).
01 access-count pic 99 value 0.
01 access-idx pic 99.
01 access-found pic 99.

*> A new token: T, the 14-digit sequence, and the card's last four
*> digits so masked displays still read the same
01 new-token.
    05 nt-prefix pic x value "T".
    05 nt-seq pic 9(14).
    05 nt-last-four pic x(4).

linkage section.

*> The caller's request: vr-function T tokenise (creating a token on
*> first sight), L look up only, D detokenise, C close the vault at
*> end of run; vr-caller names the calling program, checked for D;
*> vr-result comes back Y done, N not on the vault, R refused, or E
*> error
01 vault-request.
    05 vr-function pic x.
    05 vr-caller pic x(15).
    05 vr-card pic x(19).
    05 vr-token pic x(19).
    05 vr-result pic x.

procedure division using vault-request.

    move "E" to vr-result.

    if vr-function = "C"
        if vault-open = "Y"
            perform close-vault
        end-if
        move "Y" to vr-result
        goback
    end-if.

    if vault-open = "N"
        perform open-vault
    end-if.

    if vault-open = "Y"
        evaluate vr-function
            when "T"
                perform tokenise-card
            when "L"
                perform look-up-card
            when "D"
                perform detokenise-card
            when other
                move "E" to vr-result
        end-evaluate
    end-if.

    goback.

*> Opens the vault, creating it on first use, and loads the token
*> sequence and the detokenise access list
open-vault.

    call "CBL_CHECK_FILE_EXIST" using vault-file-name vault-record.
    if return-code is not = 0
        open output vault-file
        close vault-file
    end-if.
    open i-o vault-file.

    if vault-status is not = "00" and vault-status is not = "05"
        display "I/O Error: file " vault-file-name " status "
            vault-status " - card vault unavailable"
        move "F" to vault-open
    else
        move "Y" to vault-open
        move function current-date(1:8) to today-date

        move 0 to last-seq
        call "CBL_CHECK_FILE_EXIST" using control-file-name vault-record
        if return-code = 0
            open input control-file
            read control-file
                at end continue
                not at end
                    if vc-last-seq is numeric
                        move vc-last-seq to last-seq
                    end-if
            end-read
            close control-file
        end-if

        move 0 to access-count
        call "CBL_CHECK_FILE_EXIST" using access-file-name vault-record
        if return-code = 0
            open input access-file
            move 1 to access-eof
            perform load-access-entry
                until access-eof = 0
            close access-file
        end-if
    end-if.

*> Reads one authorised caller into the access table
load-access-entry.

    read access-file
        at end move 0 to access-eof
    end-read.

    if access-eof is not = 0 and access-count < 20
        add 1 to access-count
        move va-caller to at-caller(access-count)
    end-if.

*> Stamps the last sequence issued and closes the vault
close-vault.

    open output control-file.
    move spaces to control-record.
    move last-seq to vc-last-seq.
    write control-record.
    close control-file.

    close vault-file.
    move "N" to vault-open.

*> Returns the card's token, issuing a new one on first sight
tokenise-card.

    perform look-up-card.

    if vr-result = "N"
        move function length (function trim (vr-card)) to card-len
        if card-len < 4
            move 4 to card-len
        end-if
        move vr-card(card-len - 3:4) to nt-last-four

        move "N" to token-written
        move "N" to token-failed
        perform issue-token
            until token-written = "Y" or token-failed = "Y"

        if token-written = "Y"
            move tv-token to vr-token
            move "Y" to vr-result
        else
            move "E" to vr-result
        end-if
    end-if.

*> Writes the card with the next token in sequence; a token already
*> issued (a sequence stamp lost to an interrupted run) just moves on
*> to the next number, any other failure gives up
issue-token.

    add 1 to last-seq.
    move last-seq to nt-seq.

    move vr-card to tv-card.
    move new-token to tv-token.
    move today-date to tv-issued-date.
    write vault-record
        invalid key
            if vault-status is not = "22"
                move "Y" to token-failed
            end-if
        not invalid key
            move "Y" to token-written
    end-write.

*> Returns the card's token when the vault already holds one
look-up-card.

    move vr-card to tv-card.
    read vault-file
        invalid key
            move spaces to vr-token
            move "N" to vr-result
        not invalid key
            move tv-token to vr-token
            move "Y" to vr-result
    end-read.

*> Returns the card number behind a token, for an authorised caller
*> only
detokenise-card.

    move 0 to access-found.
    move 1 to access-idx.
    perform find-access-compare
        until access-idx > access-count or access-found > 0.

    if access-found = 0
        move spaces to vr-card
        move "R" to vr-result
    else
        move vr-token to tv-token
        read vault-file key is tv-token
            invalid key
                move spaces to vr-card
                move "N" to vr-result
            not invalid key
                move tv-card to vr-card
                move "Y" to vr-result
        end-read
    end-if.

*> Compares one authorised caller against the caller of this request
find-access-compare.

    if at-caller(access-idx) = vr-caller
        move access-idx to access-found
    else
        add 1 to access-idx
    end-if.
