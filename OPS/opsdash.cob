*> Name: Carson Mifsud

*> Description: This program is the morning operations dashboard. It
*> reads the newest generation of each subsystem's report through the
*> latest-run pointers (isbn-report-latest.txt, loan-report-latest.txt,
*> money-report-latest.txt, wind-report-latest.txt), the audit, ops,
*> and job-stream summaries, the reconciliation reports, and the
*> settlement interface, and pulls their key figures - records
*> processed, rejects, alerts, delinquencies, and settlement totals -
*> onto one page, with a RED/AMBER/GREEN status per figure and per
*> subsystem against the thresholds in dashboard-config.txt:
*>
*>   S  subsystem   program          latest-run pointer
*>   F  subsystem   figure  source  mode  label  amber  red
*>                                        start  length  decimals
*>
*> An S line names a subsystem, the program it logs under in the
*> operations log, and (when it keeps report generations) its pointer.
*> An F line takes one figure from a source file (a -latest.txt
*> source is followed to its newest generation): mode V the number
*> after the label on the last line carrying it, C the count of lines
*> carrying the label, P the number at a fixed start and length on a
*> line beginning with the label. F lines with the same subsystem and
*> figure are added together; a figure at or over its red threshold
*> is RED, at or over amber AMBER. A subsystem with no report
*> generation for today (or, with no pointer, no run in today's
*> operations log) is NOT RUN; one whose run today ended FAIL is RED.
*> Without the config file the built-in figures are used.

*> Modification History:
*> 2026-10-15  CM  Initial version: key figures from the latest report
*>                 generations and summaries, configurable RAG
*>                 thresholds, and the not-run check for today.

identification division.
program-id. operations-dashboard.

environment division.
input-output section.
file-control.
select config-file assign to "dashboard-config.txt"
    organization is line sequential.

select source-file assign to source-file-name
    organization is line sequential.

select dashboard-file assign to "ops-dashboard.txt"
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd config-file.

*> A subsystem line: S, the subsystem, the program name it writes to
*> the operations log under, and its latest-run pointer (if any)
01 subsystem-config-record.
    05 sc-type pic x.
    05 filler pic x(2).
    05 sc-subsystem pic x(10).
    05 filler pic x(2).
    05 sc-program pic x(15).
    05 filler pic x(2).
    05 sc-pointer pic x(30).

*> A figure line: F, the subsystem and figure, the source file, how
*> the figure is taken (V, C, or P) and the label that finds it, the
*> amber and red thresholds, and for mode P the number's start,
*> length, and implied decimal places
01 figure-config-record.
    05 fc-type pic x.
    05 filler pic x(2).
    05 fc-subsystem pic x(10).
    05 filler pic x(2).
    05 fc-figure pic x(12).
    05 filler pic x(2).
    05 fc-source pic x(30).
    05 filler pic x(2).
    05 fc-mode pic x.
    05 filler pic x(2).
    05 fc-label pic x(40).
    05 filler pic x(2).
    05 fc-amber pic 9(9).
    05 filler pic x(2).
    05 fc-red pic 9(9).
    05 filler pic x(2).
    05 fc-start pic 999.
    05 filler pic x(2).
    05 fc-length pic 99.
    05 filler pic x(2).
    05 fc-decimals pic 9.

fd source-file.

*> One line of a pointer, report, summary, or interface file
01 source-record pic x(300).

fd dashboard-file.

*> Output record for the dashboard
01 dashboard-record pic x(132).

fd ops-file.

*> One shared operations log line
01 ops-record pic x(160).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "ops-dashboard".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value spaces.
01 ops-line pic x(160).
01 ops-now pic x(21).
01 ops-stamp pic x(14).
01 ops-read pic 9(6) value 0.
01 ops-rejected pic 9(6) value 0.
01 ops-status pic x(12) value spaces.
01 ops-reject-limit pic 9(6) value 100.

01 config-file-name pic x(25) value "dashboard-config.txt".
01 source-file-name pic x(40).
01 resolved-name pic x(40).
01 config-eof pic 9 value 1.
01 source-eof pic 9 value 1.
01 ops-eof pic 9 value 1.
01 today-date pic x(8).
01 dashboard-line pic x(132).

*> The subsystems in the order the dashboard shows them
01 subsystem-table.
    05 subsystem-entry occurs 0 to 20 times
        depending on subsystem-count.
        10 ss-name pic x(10).
        10 ss-program pic x(15).
        10 ss-pointer pic x(30).
        10 ss-last-run pic x(8).
        10 ss-report pic x(40).
        10 ss-run-status pic x(12).
        10 ss-status pic x(8).
01 subsystem-count pic 99 value 0.
01 subsystem-idx pic 99.
01 subsystem-found pic 99.

*> The figures shown, each the sum of its F lines
01 figure-table.
    05 figure-entry occurs 0 to 60 times
        depending on figure-count.
        10 fg-subsystem pic x(10).
        10 fg-figure pic x(12).
        10 fg-value pic s9(13)v99.
        10 fg-amber pic 9(9).
        10 fg-red pic 9(9).
        10 fg-found pic x.
        10 fg-status pic x(8).
01 figure-count pic 99 value 0.
01 figure-idx pic 99.
01 figure-found pic 99.

*> The F lines: where each figure's parts are read from
01 source-line-table.
    05 source-line-entry occurs 0 to 150 times
        depending on line-count.
        10 ln-figure-idx pic 99.
        10 ln-source pic x(30).
        10 ln-mode pic x.
        10 ln-label pic x(40).
        10 ln-label-len pic 99.
        10 ln-start pic 999.
        10 ln-length pic 99.
        10 ln-decimals pic 9.
01 line-count pic 999 value 0.
01 line-idx pic 999.

*> Each program's last END line in the operations log
01 program-table.
    05 program-entry occurs 0 to 60 times
        depending on program-count.
        10 pr-program pic x(15).
        10 pr-last-end pic x(8).
        10 pr-last-status pic x(12).
01 program-count pic 99 value 0.
01 program-idx pic 99.
01 program-found pic 99.
01 program-full-warned pic x value "N".

*> The definition being added, from a config line or the built-in set
01 work-subsystem pic x(10).
01 work-program pic x(15).
01 work-pointer pic x(30).
01 work-figure pic x(12).
01 work-source pic x(30).
01 work-mode pic x value "V".
01 work-label pic x(40).
01 work-amber pic 9(9) value 0.
01 work-red pic 9(9) value 0.
01 work-start pic 999 value 0.
01 work-length pic 99 value 0.
01 work-decimals pic 9 value 0.

*> Working fields for scanning one source file
01 scan-label pic x(40).
01 scan-label-len pic 99.
01 scan-before pic x(300).
01 scan-after pic x(301).
01 scan-pos pic 999.
01 match-tally pic 9(4).
01 latest-tally pic 9(4).
01 num-text pic x(20).
01 num-len pic 99.
01 line-value pic s9(13)v99.
01 line-found pic x.
01 name-base pic x(40).
01 base-len pic 99.
01 end-status-text pic x(40).
01 status-rank pic 9.
01 figure-rank pic 9.

*> Edited figures and the dashboard's tallies
01 whole-value pic s9(13).
01 count-o pic Z,ZZZ,ZZZ,ZZ9-.
01 amount-o pic Z,ZZZ,ZZZ,ZZ9.99-.
01 value-column pic x(18).
01 amber-o pic Z(8)9.
01 red-o pic Z(8)9.
01 count-green pic 99 value 0.
01 count-amber pic 99 value 0.
01 count-red pic 99 value 0.
01 count-not-run pic 99 value 0.

procedure division.

    move config-file-name to ops-input.
    perform write-ops-start.

    move function current-date to ops-now.
    move ops-now(1:8) to today-date.

    perform load-dashboard-config.
    perform load-program-runs.

    move 1 to subsystem-idx.
    perform check-subsystem-run
        until subsystem-idx > subsystem-count.

    move 1 to line-idx.
    perform gather-figure-line
        until line-idx > line-count.

    move 1 to figure-idx.
    perform grade-figure
        until figure-idx > figure-count.

    open output dashboard-file.

    string "Operations Dashboard - run date " delimited by size
        today-date delimited by size
        into dashboard-line
    end-string.
    perform write-dashboard-line.
    perform write-dashboard-line.
    move "Subsystem   Status    Last run  Report" to dashboard-line.
    perform write-dashboard-line.

    move 1 to subsystem-idx.
    perform write-subsystem-block
        until subsystem-idx > subsystem-count.

    perform write-dashboard-line.
    string "Subsystems: " delimited by size
        subsystem-count delimited by size
        "  GREEN: " delimited by size
        count-green delimited by size
        "  AMBER: " delimited by size
        count-amber delimited by size
        "  RED: " delimited by size
        count-red delimited by size
        "  NOT RUN: " delimited by size
        count-not-run delimited by size
        into dashboard-line
    end-string.
    perform write-dashboard-line.

    close dashboard-file.

    move line-count to ops-read.
    perform write-ops-end.
    display " ".

stop run.

*> Loads the subsystem and figure definitions from the config file,
*> or the built-in set when there is none
load-dashboard-config.

    call "CBL_CHECK_FILE_EXIST" using config-file-name
        subsystem-config-record.
    if return-code is not = 0
        display "Warning: dashboard-config.txt not found - using"
            " built-in dashboard figures"
        perform load-builtin-config
    else
        open input config-file
        move 1 to config-eof
        perform load-config-line
            until config-eof = 0
        close config-file
    end-if.

*> Reads one config line: an S line adds a subsystem, an F line a
*> figure part; anything else is a comment
load-config-line.

    read config-file
        at end move 0 to config-eof
    end-read.

    if config-eof is not = 0
        evaluate sc-type
            when "S"
                move sc-subsystem to work-subsystem
                move sc-program to work-program
                move sc-pointer to work-pointer
                perform add-subsystem
            when "F"
                perform load-figure-config
            when other
                continue
        end-evaluate
    end-if.

*> Checks and adds one F line; blank thresholds and positions count
*> as zero
load-figure-config.

    if fc-amber = spaces
        move zeros to fc-amber
    end-if.
    if fc-red = spaces
        move zeros to fc-red
    end-if.
    if fc-start = spaces
        move zeros to fc-start
    end-if.
    if fc-length = spaces
        move zeros to fc-length
    end-if.
    if fc-decimals = space
        move zero to fc-decimals
    end-if.

    if fc-amber is numeric and fc-red is numeric
        and fc-start is numeric and fc-length is numeric
        and fc-decimals is numeric
        and (fc-mode = "V" or fc-mode = "C" or fc-mode = "P")
        move fc-subsystem to work-subsystem
        move fc-figure to work-figure
        move fc-source to work-source
        move fc-mode to work-mode
        move fc-label to work-label
        move fc-amber to work-amber
        move fc-red to work-red
        move fc-start to work-start
        move fc-length to work-length
        move fc-decimals to work-decimals
        perform add-figure-line
    else
        display "Warning: unreadable dashboard figure line skipped - "
            fc-subsystem " " fc-figure
    end-if.

*> Loads the built-in subsystems and figures used when no config
*> file is present
load-builtin-config.

    move "ISBN" to work-subsystem.
    move "isbn-validation" to work-program.
    move "isbn-report-latest.txt" to work-pointer.
    perform add-subsystem.
    move "isbn-report-latest.txt" to work-source.
    move "RECORDS" to work-figure.
    move "Correct and valid:" to work-label.
    perform add-figure-line.
    move "Correct, but not valid" to work-label.
    perform add-figure-line.
    move "Contains a non-digit:" to work-label.
    perform add-figure-line.
    move "Contains a non-digit/X" to work-label.
    perform add-figure-line.
    move "Duplicate in vendor file:" to work-label.
    perform add-figure-line.
    move "REJECTS" to work-figure.
    move "Correct, but not valid" to work-label.
    move 25 to work-amber.
    move 100 to work-red.
    perform add-figure-line.
    move "Contains a non-digit:" to work-label.
    perform add-figure-line.
    move "Contains a non-digit/X" to work-label.
    perform add-figure-line.
    move "Duplicate in vendor file:" to work-label.
    perform add-figure-line.
    move "ACCEPTED-VAL" to work-figure.
    move "Accepted value:" to work-label.
    perform add-figure-line.
    move "po-reconcile-report.txt" to work-source.
    move "PO-EXCEPTION" to work-figure.
    move "  missing:" to work-label.
    move 1 to work-amber.
    move 10 to work-red.
    perform add-figure-line.
    move "  short:" to work-label.
    perform add-figure-line.

    move "LOANS" to work-subsystem.
    move "loan-calculator" to work-program.
    move "loan-report-latest.txt" to work-pointer.
    perform add-subsystem.
    move "loan-report-latest.txt" to work-source.
    move "RECORDS" to work-figure.
    move "Applications processed:" to work-label.
    perform add-figure-line.
    move "REJECTS" to work-figure.
    move "  skipped:" to work-label.
    move 10 to work-amber.
    move 50 to work-red.
    perform add-figure-line.
    move "delinquency-report.txt" to work-source.
    move "DELINQUENT" to work-figure.
    move "1-30 DAYS     Loans:" to work-label.
    move 5 to work-amber.
    move 20 to work-red.
    perform add-figure-line.
    move "31-60 DAYS    Loans:" to work-label.
    perform add-figure-line.
    move "61-90 DAYS    Loans:" to work-label.
    perform add-figure-line.
    move "OVER 90 DAYS  Loans:" to work-label.
    perform add-figure-line.

    move "MONEY" to work-subsystem.
    move "money-compound" to work-program.
    move "money-report-latest.txt" to work-pointer.
    perform add-subsystem.
    move "money-report-latest.txt" to work-source.
    move "RECORDS" to work-figure.
    move "C" to work-mode.
    move "Record " to work-label.
    perform add-figure-line.
    move "REJECTS" to work-figure.
    move "C" to work-mode.
    move "SKIPPED" to work-label.
    move 5 to work-amber.
    move 20 to work-red.
    perform add-figure-line.

    move "WIND" to work-subsystem.
    move "wind-chill" to work-program.
    move "wind-report-latest.txt" to work-pointer.
    perform add-subsystem.
    move "wind-report-latest.txt" to work-source.
    move "RECORDS" to work-figure.
    move "Readings accepted:" to work-label.
    perform add-figure-line.
    move "  rejected:" to work-label.
    perform add-figure-line.
    move "REJECTS" to work-figure.
    move "  rejected:" to work-label.
    move 10 to work-amber.
    move 50 to work-red.
    perform add-figure-line.
    move "ALERTS" to work-figure.
    move "C" to work-mode.
    move "EXTREME COLD ALERT" to work-label.
    move 1 to work-amber.
    move 10 to work-red.
    perform add-figure-line.
    move "wind-ack-report.txt" to work-source.
    move "UNACKED" to work-figure.
    move "aged unacknowledged:" to work-label.
    move 1 to work-amber.
    move 5 to work-red.
    perform add-figure-line.

    move "CARDS" to work-subsystem.
    move "card-validator" to work-program.
    move spaces to work-pointer.
    perform add-subsystem.
    move "audit-summary.txt" to work-source.
    move "RECORDS" to work-figure.
    move "  Passed:" to work-label.
    perform add-figure-line.
    move "  Failed:" to work-label.
    perform add-figure-line.
    move "REJECTS" to work-figure.
    move "  Failed:" to work-label.
    move 25 to work-amber.
    move 100 to work-red.
    perform add-figure-line.
    move "ALERTS" to work-figure.
    move "C" to work-mode.
    move "ABOVE THRESHOLD" to work-label.
    move 1 to work-amber.
    move 3 to work-red.
    perform add-figure-line.
    move "settlement-interface.txt" to work-source.
    move "SETTLE-GROSS" to work-figure.
    move "P" to work-mode.
    move "T" to work-label.
    move 22 to work-start.
    move 15 to work-length.
    move 2 to work-decimals.
    perform add-figure-line.
    move "SETTLE-NET" to work-figure.
    move "P" to work-mode.
    move "T" to work-label.
    move 52 to work-start.
    move 16 to work-length.
    move 2 to work-decimals.
    perform add-figure-line.
    move "funding-recon-report.txt" to work-source.
    move "FUND-EXCEPT" to work-figure.
    move "Differences:" to work-label.
    move 1 to work-amber.
    move 5 to work-red.
    perform add-figure-line.
    move "Not funded:" to work-label.
    perform add-figure-line.
    move "Unexpected:" to work-label.
    perform add-figure-line.

    move "STUDENTS" to work-subsystem.
    move "fileio-arrays" to work-program.
    move spaces to work-pointer.
    perform add-subsystem.
    move "reconcile-report.txt" to work-source.
    move "RECON-EXCEPT" to work-figure.
    move "In student.dat only:" to work-label.
    move 1 to work-amber.
    move 10 to work-red.
    perform add-figure-line.
    move "In master only:" to work-label.
    perform add-figure-line.
    move "Name/GPA mismatches:" to work-label.
    perform add-figure-line.

    move "JOBSTREAM" to work-subsystem.
    move "job-stream" to work-program.
    move spaces to work-pointer.
    perform add-subsystem.
    move "job-stream-summary.txt" to work-source.
    move "RECORDS" to work-figure.
    move "Steps run:" to work-label.
    perform add-figure-line.
    move "REJECTS" to work-figure.
    move "  skipped:" to work-label.
    move 1 to work-amber.
    move 1 to work-red.
    perform add-figure-line.
    move "ALERTS" to work-figure.
    move "with warnings:" to work-label.
    move 1 to work-amber.
    move 3 to work-red.
    perform add-figure-line.
    move "ops-summary.txt" to work-source.
    move "CRASHES" to work-figure.
    move "END-less runs (crashes):" to work-label.
    move 1 to work-amber.
    move 3 to work-red.
    perform add-figure-line.

*> Adds one subsystem to the table
add-subsystem.

    perform find-subsystem.

    if subsystem-found = 0
        if subsystem-count >= 20
            display "Warning: dashboard subsystem table full - "
                work-subsystem " left off"
        else
            add 1 to subsystem-count
            move work-subsystem to ss-name(subsystem-count)
            move work-program to ss-program(subsystem-count)
            move work-pointer to ss-pointer(subsystem-count)
            move "none" to ss-last-run(subsystem-count)
            move spaces to ss-report(subsystem-count)
            move spaces to ss-run-status(subsystem-count)
            move spaces to ss-status(subsystem-count)
        end-if
    end-if.

*> Finds the work subsystem in the subsystem table
find-subsystem.

    move 0 to subsystem-found.
    move 1 to subsystem-idx.
    perform find-subsystem-compare
        until subsystem-idx > subsystem-count or subsystem-found > 0.

*> Compares one subsystem entry against the work subsystem
find-subsystem-compare.

    if ss-name(subsystem-idx) = work-subsystem
        move subsystem-idx to subsystem-found
    else
        add 1 to subsystem-idx
    end-if.

*> Adds one F line: finds or adds its figure, takes any thresholds it
*> gives, and records where the part is read from. The mode, label
*> thresholds, and positions reset to their defaults afterwards
add-figure-line.

    perform find-subsystem.

    if subsystem-found = 0
        display "Warning: dashboard figure " work-figure " names"
            " unknown subsystem " work-subsystem " - skipped"
    else
        perform find-figure
        if figure-found = 0
            if figure-count >= 60
                display "Warning: dashboard figure table full - "
                    work-subsystem " " work-figure " left off"
            else
                add 1 to figure-count
                move figure-count to figure-found
                move work-subsystem to fg-subsystem(figure-found)
                move work-figure to fg-figure(figure-found)
                move 0 to fg-value(figure-found)
                move 0 to fg-amber(figure-found)
                move 0 to fg-red(figure-found)
                move "N" to fg-found(figure-found)
                move spaces to fg-status(figure-found)
            end-if
        end-if

        if figure-found > 0
            if work-amber > 0 or work-red > 0
                move work-amber to fg-amber(figure-found)
                move work-red to fg-red(figure-found)
            end-if
            if line-count >= 150
                display "Warning: dashboard source line table full - "
                    work-subsystem " " work-figure " part left off"
            else
                add 1 to line-count
                move figure-found to ln-figure-idx(line-count)
                move work-source to ln-source(line-count)
                move work-mode to ln-mode(line-count)
                move work-label to ln-label(line-count)
                move function length (function trim (work-label
                    trailing)) to ln-label-len(line-count)
                move work-start to ln-start(line-count)
                move work-length to ln-length(line-count)
                move work-decimals to ln-decimals(line-count)
            end-if
        end-if
    end-if.

    move "V" to work-mode.
    move 0 to work-amber.
    move 0 to work-red.
    move 0 to work-start.
    move 0 to work-length.
    move 0 to work-decimals.

*> Finds the work subsystem and figure in the figure table
find-figure.

    move 0 to figure-found.
    move 1 to figure-idx.
    perform find-figure-compare
        until figure-idx > figure-count or figure-found > 0.

*> Compares one figure entry against the work subsystem and figure
find-figure-compare.

    if fg-subsystem(figure-idx) = work-subsystem
        and fg-figure(figure-idx) = work-figure
        move figure-idx to figure-found
    else
        add 1 to figure-idx
    end-if.

*> Reads the operations log for each program's last END line - its
*> date and completion status
load-program-runs.

    call "CBL_CHECK_FILE_EXIST" using ops-log-name ops-record.
    if return-code = 0
        open input ops-file
        move 1 to ops-eof
        perform load-program-run
            until ops-eof = 0
        close ops-file
    end-if.

*> Reads one operations log line and, for an END, records it as its
*> program's latest run
load-program-run.

    read ops-file
        at end move 0 to ops-eof
    end-read.

    if ops-eof is not = 0 and ops-record(18:3) = "END"
        move ops-record(1:15) to work-program
        perform find-program
        if program-found = 0
            if program-count >= 60
                if program-full-warned = "N"
                    display "Warning: program table full - further"
                        " programs left off the run check"
                    move "Y" to program-full-warned
                end-if
            else
                add 1 to program-count
                move program-count to program-found
                move work-program to pr-program(program-found)
            end-if
        end-if
        if program-found > 0
            move ops-record(25:8) to pr-last-end(program-found)
            move spaces to scan-after
            unstring ops-record delimited by "  Status: "
                into scan-before scan-after
            end-unstring
            move scan-after(1:12) to pr-last-status(program-found)
        end-if
    end-if.

*> Finds the work program in the program table
find-program.

    move 0 to program-found.
    move 1 to program-idx.
    perform find-program-compare
        until program-idx > program-count or program-found > 0.

*> Compares one program entry against the work program
find-program-compare.

    if pr-program(program-idx) = work-program
        move program-idx to program-found
    else
        add 1 to program-idx
    end-if.

*> Decides whether one subsystem ran today: its newest report
*> generation is dated today or, with no pointer, its program logged
*> an END today. A run today that ended FAIL (or refused its input)
*> makes the subsystem RED, one over its reject limit AMBER
check-subsystem-run.

    move 0 to program-found.
    if ss-program(subsystem-idx) is not = spaces
        move ss-program(subsystem-idx) to work-program
        perform find-program
    end-if.

    if ss-pointer(subsystem-idx) is not = spaces
        move ss-pointer(subsystem-idx) to source-file-name
        perform resolve-pointer
        if resolved-name = spaces
            move "(no generation)" to ss-report(subsystem-idx)
        else
            move resolved-name to ss-report(subsystem-idx)
            move spaces to name-base
            unstring resolved-name delimited by ".txt"
                into name-base
            end-unstring
            move function length (function trim (name-base trailing))
                to base-len
            if base-len >= 8
                move name-base(base-len - 7:8)
                    to ss-last-run(subsystem-idx)
            end-if
        end-if
    else
        move "(operations log)" to ss-report(subsystem-idx)
        if program-found > 0
            move pr-last-end(program-found) to ss-last-run(subsystem-idx)
        end-if
    end-if.

    if ss-last-run(subsystem-idx) = today-date
        move "GREEN" to ss-status(subsystem-idx)
        if program-found > 0
            if pr-last-end(program-found) = today-date
                move pr-last-status(program-found)
                    to ss-run-status(subsystem-idx)
                evaluate true
                    when pr-last-status(program-found) = "OK"
                        continue
                    when pr-last-status(program-found) = "REJECT-LIMIT"
                        move "AMBER" to ss-status(subsystem-idx)
                    when other
                        move "RED" to ss-status(subsystem-idx)
                end-evaluate
            end-if
        end-if
    else
        move "NOT RUN" to ss-status(subsystem-idx)
    end-if.

    add 1 to subsystem-idx.

*> Reads the generation name a latest-run pointer (in
*> source-file-name) points at; spaces when there is no pointer
resolve-pointer.

    move spaces to resolved-name.
    call "CBL_CHECK_FILE_EXIST" using source-file-name source-record.
    if return-code = 0
        open input source-file
        move spaces to source-record
        read source-file
            at end move spaces to source-record
        end-read
        close source-file
        move source-record(1:40) to resolved-name
    end-if.

*> Reads one F line's source file and adds its part to the figure
gather-figure-line.

    move ln-source(line-idx) to source-file-name.
    move 0 to latest-tally.
    inspect ln-source(line-idx) tallying latest-tally
        for all "-latest.txt".
    if latest-tally > 0
        perform resolve-pointer
        move resolved-name to source-file-name
    end-if.

    move "N" to line-found.
    move 0 to line-value.
    if source-file-name is not = spaces
        call "CBL_CHECK_FILE_EXIST" using source-file-name
            source-record
        if return-code = 0
            move "Y" to line-found
            move ln-label(line-idx) to scan-label
            move ln-label-len(line-idx) to scan-label-len
            if scan-label-len = 0
                move 1 to scan-label-len
            end-if
            open input source-file
            move 1 to source-eof
            perform scan-source-line
                until source-eof = 0
            close source-file
        end-if
    end-if.

    if line-found = "Y"
        move ln-figure-idx(line-idx) to figure-idx
        add line-value to fg-value(figure-idx)
        move "Y" to fg-found(figure-idx)
    end-if.

    add 1 to line-idx.

*> Reads one line of the source and takes the part from it: V the
*> number after the label (the last line carrying it wins), C one
*> more line carrying the label, P the number at the line's fixed
*> position when the line begins with the label
scan-source-line.

    read source-file
        at end move 0 to source-eof
    end-read.

    if source-eof is not = 0
        evaluate ln-mode(line-idx)
            when "C"
                move 0 to match-tally
                inspect source-record tallying match-tally
                    for all scan-label(1:scan-label-len)
                if match-tally > 0
                    add 1 to line-value
                end-if
            when "P"
                if source-record(1:scan-label-len)
                    = scan-label(1:scan-label-len)
                    and ln-start(line-idx) > 0
                    and ln-length(line-idx) > 0
                    compute line-value = function numval
                        (source-record(ln-start(line-idx):
                            ln-length(line-idx)))
                        / (10 ** ln-decimals(line-idx))
                end-if
            when other
                move 0 to match-tally
                inspect source-record tallying match-tally
                    for all scan-label(1:scan-label-len)
                if match-tally > 0
                    move spaces to scan-after
                    unstring source-record
                        delimited by scan-label(1:scan-label-len)
                        into scan-before scan-after
                    end-unstring
                    perform pick-number
                end-if
        end-evaluate
    end-if.

*> Takes the first number in the text after the label - its digits
*> and decimal point, with any edit commas dropped
pick-number.

    move spaces to num-text.
    move 0 to num-len.
    move 1 to scan-pos.
    perform skip-to-digit
        until scan-pos > 300 or scan-after(scan-pos:1) is numeric.
    perform collect-number-char
        until scan-pos > 300
            or (scan-after(scan-pos:1) is not numeric
                and scan-after(scan-pos:1) is not = ","
                and scan-after(scan-pos:1) is not = ".").

    if num-len > 0
        compute line-value = function numval (num-text)
    else
        move 0 to line-value
    end-if.

*> Steps over one character that is not a digit
skip-to-digit.

    add 1 to scan-pos.

*> Keeps one digit or decimal point of the number
collect-number-char.

    if scan-after(scan-pos:1) is not = "," and num-len < 20
        add 1 to num-len
        move scan-after(scan-pos:1) to num-text(num-len:1)
    end-if.
    add 1 to scan-pos.

*> Grades one figure against its thresholds and carries the worst
*> grade up to its subsystem
grade-figure.

    evaluate true
        when fg-found(figure-idx) = "N"
            move "NO FILE" to fg-status(figure-idx)
        when fg-amber(figure-idx) = 0 and fg-red(figure-idx) = 0
            move "-" to fg-status(figure-idx)
        when fg-red(figure-idx) > 0
            and fg-value(figure-idx) >= fg-red(figure-idx)
            move "RED" to fg-status(figure-idx)
        when fg-amber(figure-idx) > 0
            and fg-value(figure-idx) >= fg-amber(figure-idx)
            move "AMBER" to fg-status(figure-idx)
        when other
            move "GREEN" to fg-status(figure-idx)
    end-evaluate.

    move fg-subsystem(figure-idx) to work-subsystem.
    perform find-subsystem.

    if subsystem-found > 0
        if ss-status(subsystem-found) is not = "NOT RUN"
            move fg-status(figure-idx) to end-status-text
            perform rank-status
            move status-rank to figure-rank
            move ss-status(subsystem-found) to end-status-text
            perform rank-status
            if figure-rank > status-rank
                move fg-status(figure-idx) to ss-status(subsystem-found)
            end-if
        end-if
    end-if.

    add 1 to figure-idx.

*> Ranks the grade in end-status-text: RED over AMBER over the rest
rank-status.

    evaluate end-status-text(1:8)
        when "RED"
            move 3 to status-rank
        when "AMBER"
            move 2 to status-rank
        when other
            move 1 to status-rank
    end-evaluate.

*> Writes one subsystem's status line and its figures
write-subsystem-block.

    evaluate ss-status(subsystem-idx)
        when "RED"
            add 1 to count-red
        when "AMBER"
            add 1 to count-amber
        when "NOT RUN"
            add 1 to count-not-run
        when other
            add 1 to count-green
    end-evaluate.

    perform write-dashboard-line.
    string ss-name(subsystem-idx) delimited by size
        "  " delimited by size
        ss-status(subsystem-idx) delimited by size
        "  " delimited by size
        ss-last-run(subsystem-idx) delimited by size
        "  " delimited by size
        function trim (ss-report(subsystem-idx)) delimited by size
        into dashboard-line
    end-string.
    if ss-status(subsystem-idx) = "NOT RUN"
        move "  ** NOT RUN TODAY **" to dashboard-line(100:21)
    else
        if ss-run-status(subsystem-idx) is not = "OK"
            and ss-run-status(subsystem-idx) is not = spaces
            move "  Last run status: " to dashboard-line(90:19)
            move ss-run-status(subsystem-idx) to dashboard-line(109:12)
        end-if
    end-if.
    perform write-dashboard-line.

    move 1 to figure-idx.
    perform write-figure-line
        until figure-idx > figure-count.

    add 1 to subsystem-idx.

*> Writes one figure's line when it belongs to the subsystem being
*> written: the value, its grade, and its thresholds
write-figure-line.

    if fg-subsystem(figure-idx) = ss-name(subsystem-idx)
        if fg-found(figure-idx) = "N"
            move "no file" to value-column
        else
            move fg-value(figure-idx) to whole-value
            if whole-value = fg-value(figure-idx)
                move whole-value to count-o
                move count-o to value-column
            else
                move fg-value(figure-idx) to amount-o
                move amount-o to value-column
            end-if
        end-if

        string "    " delimited by size
            fg-figure(figure-idx) delimited by size
            "  " delimited by size
            value-column delimited by size
            "  " delimited by size
            fg-status(figure-idx) delimited by size
            into dashboard-line
        end-string

        if fg-amber(figure-idx) > 0 or fg-red(figure-idx) > 0
            move fg-amber(figure-idx) to amber-o
            move fg-red(figure-idx) to red-o
            move "  Amber at: " to dashboard-line(47:12)
            move amber-o to dashboard-line(59:9)
            move "  Red at: " to dashboard-line(68:10)
            move red-o to dashboard-line(78:9)
        end-if
        perform write-dashboard-line
    end-if.

    add 1 to figure-idx.

*> Writes one line of the dashboard and echoes it to the terminal so
*> the two outputs never drift apart
write-dashboard-line.

    display dashboard-line.
    move dashboard-line to dashboard-record.
    write dashboard-record.
    move spaces to dashboard-line.

*> Creates the shared operations log on first use and opens it for
*> append
open-ops-log.

    call "CBL_CHECK_FILE_EXIST" using ops-log-name ops-record.
    if return-code is not = 0
        open output ops-file
        close ops-file
    end-if.
    open extend ops-file.

*> Stamps the current date and time for an operations log line
capture-ops-stamp.

    move function current-date to ops-now.
    move ops-now(1:14) to ops-stamp.

*> Appends this run's start line to the shared operations log
write-ops-start.

    perform open-ops-log.
    perform capture-ops-stamp.

    string ops-prog delimited by size
        "  START  " delimited by size
        ops-stamp delimited by size
        "  Input: " delimited by size
        function trim (ops-input) delimited by size
        into ops-line
    end-string.
    move ops-line to ops-record.
    write ops-record.
    close ops-file.
    move spaces to ops-line.

*> Appends this run's end line - records read, records rejected, and
*> completion status - and sets the return code the scheduler tests:
*> 0 for OK, 8 when rejects exceed the review limit, 16 on a failure
write-ops-end.

    if ops-status = spaces
        if ops-rejected > ops-reject-limit
            move "REJECT-LIMIT" to ops-status
        else
            move "OK" to ops-status
        end-if
    end-if.

    perform open-ops-log.
    perform capture-ops-stamp.

    string ops-prog delimited by size
        "  END    " delimited by size
        ops-stamp delimited by size
        "  Input: " delimited by size
        function trim (ops-input) delimited by size
        "  Read: " delimited by size
        ops-read delimited by size
        "  Rejected: " delimited by size
        ops-rejected delimited by size
        "  Status: " delimited by size
        ops-status delimited by size
        into ops-line
    end-string.
    move ops-line to ops-record.
    write ops-record.
    close ops-file.
    move spaces to ops-line.

    evaluate true
        when ops-status = "OK"
            move 0 to return-code
        when ops-status = "REJECT-LIMIT"
            move 8 to return-code
        when other
            move 16 to return-code
    end-evaluate.
