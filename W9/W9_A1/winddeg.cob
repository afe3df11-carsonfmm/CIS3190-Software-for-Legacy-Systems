*> Name: Carson Mifsud

*> Description: This program works out heating and cooling degree days
*> for the municipal energy office from the dated reading-log
*> generations the wind run writes. Each station's daily mean air
*> temperature is the average of its logged readings that day; a day
*> below the base temperature adds base minus mean heating degree
*> days, a day above it adds mean minus base cooling degree days. The
*> month's figures are folded into degree-day-history.txt, and the
*> monthly report gives each station and region its month-to-date
*> totals, season-to-date totals (heating season from July, cooling
*> season from January), the same month last year, and the station's
*> long-run average air for the month from station-history.txt.

*> Modification History:
*> 2026-10-15  CM  Initial version: daily mean per station from the
*>                 reading-log generations, degree days against a
*>                 base temperature asked for at the prompt, the
*>                 degree-day history, and the monthly report by
*>                 station and region in degree-days-<yyyymm>.txt.

identification division.
program-id. degree-day-report.

environment division.
input-output section.
file-control.
select log-file assign to log-file-name
    organization is line sequential.

select gens-file assign to "wind-log-gens.txt"
    organization is line sequential.

select station-file assign to "station-master.txt"
    organization is line sequential.

select history-file assign to "station-history.txt"
    organization is line sequential.

select dd-history-file assign to "degree-day-history.txt"
    organization is line sequential.

select dd-report assign to dd-report-name
    organization is line sequential.

data division.

file section.
fd log-file.

*> One line of the reading log as the wind run wrote it:
*> "YYYY-MM-DD HH:MM:SS  reading <id>  Air: <t>  Wind: <w>  WCF: <c>"
01 log-line-rec pic x(100).

fd gens-file.

*> One reading-log generation name per line, as the wind run records
*> them
01 gens-record pic x(40).

fd station-file.

*> One reporting station in the station master: id, name, the crew
*> region, and whether it is in service
01 station-master-record.
    05 sm-id pic x(10).
    05 sm-name pic x(20).
    05 sm-region pic x(6).
    05 sm-inservice pic x.

fd history-file.

*> One station's accumulated aggregates for one calendar month, as the
*> wind run folds them forward
01 station-history-record.
    05 sh-id pic x(10).
    05 filler pic x(2).
    05 sh-month pic 99.
    05 filler pic x(2).
    05 sh-readings pic 9(6).
    05 filler pic x(2).
    05 sh-min-air pic s999v99 sign leading separate.
    05 filler pic x(2).
    05 sh-max-air pic s999v99 sign leading separate.
    05 filler pic x(2).
    05 sh-air-total pic s9(9)v99 sign leading separate.
    05 filler pic x(2).
    05 sh-worst-wcf pic s999v99 sign leading separate.

fd dd-history-file.

*> One station's degree days for one month (yyyymm): the days with
*> readings, heating and cooling degree days, and the base used
01 dd-history-record.
    05 dh-id pic x(10).
    05 filler pic x(2).
    05 dh-month pic 9(6).
    05 filler pic x(2).
    05 dh-days pic 99.
    05 filler pic x(2).
    05 dh-hdd pic 9(6)v99.
    05 filler pic x(2).
    05 dh-cdd pic 9(6)v99.
    05 filler pic x(2).
    05 dh-base pic s99v9 sign leading separate.

fd dd-report.

*> Output record for the monthly degree-day report
01 dd-report-record pic x(130).

working-storage section.

*> Each station's readings on each day of the report month
01 day-table.
    05 day-entry occurs 0 to 3100 times
        depending on day-count.
        10 dy-station pic x(10).
        10 dy-date pic 9(8).
        10 dy-readings pic 9(5).
        10 dy-air-total pic s9(7)v99.
01 day-count pic 9(4) value 0.
01 day-idx pic 9(4).
01 day-found pic 9(4).
01 day-full-warned pic x value "N".

*> Per-station degree days for the report month, with the
*> season-to-date, last-year, and long-run comparisons
01 stn-table.
    05 stn-entry occurs 0 to 99 times
        depending on stn-count.
        10 sn-id pic x(10).
        10 sn-region pic x(6).
        10 sn-days pic 99.
        10 sn-hdd pic 9(6)v99.
        10 sn-cdd pic 9(6)v99.
        10 sn-season-hdd pic 9(6)v99.
        10 sn-season-cdd pic 9(6)v99.
        10 sn-ly-found pic x.
        10 sn-ly-hdd pic 9(6)v99.
        10 sn-ly-cdd pic 9(6)v99.
        10 sn-hist-found pic x.
        10 sn-hist-avg pic s999v99.
01 stn-count pic 99 value 0.
01 stn-idx pic 99.
01 stn-found pic 99.
01 stn-full-warned pic x value "N".

*> Per-region subtotals of the station figures
01 rgn-table.
    05 rgn-entry occurs 0 to 30 times
        depending on rgn-count.
        10 rg-code pic x(6).
        10 rg-stations pic 99.
        10 rg-hdd pic 9(7)v99.
        10 rg-cdd pic 9(7)v99.
        10 rg-season-hdd pic 9(7)v99.
        10 rg-season-cdd pic 9(7)v99.
        10 rg-ly-hdd pic 9(7)v99.
        10 rg-ly-cdd pic 9(7)v99.
01 rgn-count pic 99 value 0.
01 rgn-idx pic 99.
01 rgn-found pic 99.

*> Station master regions
01 registry-table.
    05 registry-entry occurs 0 to 99 times
        depending on registry-count.
        10 reg-id pic x(10).
        10 reg-region pic x(6).
01 registry-count pic 99 value 0.
01 registry-idx pic 99.
01 registry-found pic 99.
01 registry-eof pic 9 value 1.

*> The degree-day history, loaded, updated with the report month, and
*> written back
01 dd-table.
    05 dd-data pic x(50) occurs 0 to 3000 times
        depending on dd-count.
01 dd-count pic 9(4) value 0.
01 dd-idx pic 9(4).
01 dd-found pic 9(4).
01 dd-eof pic 9 value 1.
01 dd-full-warned pic x value "N".

*> Prompt answers and the report month
01 month-answer pic x(10).
01 base-answer pic x(10).
01 base-temp pic s99v9 value 18.0.
01 report-month pic 9(6).
01 report-year pic 9(4).
01 report-mm pic 99.
01 ly-month pic 9(6).
01 heat-season-start pic 9(6).
01 cool-season-start pic 9(6).
01 last-date pic 9(8) value 0.

*> Working fields for parsing one log line
01 detail-station pic x(10).
01 detail-air pic s999v99.
01 detail-date-x pic x(8).
01 detail-date pic 9(8).

*> Working fields for one station-day
01 day-mean pic s999v99.
01 day-hdd pic 9(4)v99.
01 day-cdd pic 9(4)v99.

*> Report fields
01 days-o pic Z9.
01 hdd-o pic ZZZZZ9.99.
01 cdd-o pic ZZZZZ9.99.
01 shdd-o pic ZZZZZ9.99.
01 scdd-o pic ZZZZZ9.99.
01 lyhdd-o pic x(10).
01 lycdd-o pic x(10).
01 ly-edit pic ZZZZZ9.99.
01 hist-o pic x(8).
01 hist-edit pic -ZZZ.99.
01 base-o pic -Z9.9.
01 rgn-hdd-o pic ZZZZZZ9.99.
01 rgn-cdd-o pic ZZZZZZ9.99.
01 rgn-shdd-o pic ZZZZZZ9.99.
01 rgn-scdd-o pic ZZZZZZ9.99.
01 rgn-lyhdd-o pic ZZZZZZ9.99.
01 rgn-lycdd-o pic ZZZZZZ9.99.

01 log-file-name pic x(40) value "wind-log.txt".
01 gens-file-name pic x(25) value "wind-log-gens.txt".
01 station-file-name pic x(20) value "station-master.txt".
01 history-file-name pic x(25) value "station-history.txt".
01 dd-history-name pic x(25) value "degree-day-history.txt".
01 dd-report-name pic x(30).
01 gens-eof pic 9 value 1.
01 log-eof pic 9 value 1.
01 hist-eof pic 9 value 1.
01 logs-analysed pic 9(4) value 0.
01 dd-line pic x(130).
01 current-date-time pic x(21).

procedure division.

    move function current-date to current-date-time.

    display "Report degree days for which month (yyyymm, blank for"
        " this month): ".
    accept month-answer.
    if month-answer > spaces
        move month-answer(1:6) to report-month
    else
        move current-date-time(1:6) to report-month
    end-if.

    move report-month(1:4) to report-year.
    move report-month(5:2) to report-mm.
    if report-month is not numeric or report-mm < 1 or report-mm > 12
        display "Input Error: report month must be yyyymm"
        stop run
    end-if.

    display "Base temperature in celsius (blank for 18.0): ".
    accept base-answer.
    if base-answer > spaces
        compute base-temp = function numval (base-answer)
    end-if.

    compute ly-month = report-month - 100.
    if report-mm >= 7
        compute heat-season-start = report-year * 100 + 7
    else
        compute heat-season-start = (report-year - 1) * 100 + 7
    end-if.
    compute cool-season-start = report-year * 100 + 1.

    call "CBL_CHECK_FILE_EXIST" using gens-file-name gens-record.
    if return-code = 0
        open input gens-file
        perform analyse-one-generation
            until gens-eof = 0
        close gens-file
    else
        call "CBL_CHECK_FILE_EXIST" using log-file-name log-line-rec
        if return-code is not = 0
            display "File Error: no reading-log generations and no"
                " wind-log.txt - nothing to analyse"
            stop run
        end-if
        perform analyse-log-file
    end-if.

    if logs-analysed = 0
        display "File Error: no readable reading-log generations -"
            " nothing to analyse"
        stop run
    end-if.

    perform load-station-registry.
    perform load-dd-history.

    move 1 to day-idx.
    perform fold-station-day
        until day-idx > day-count.

    move 1 to stn-idx.
    perform compare-station
        until stn-idx > stn-count.

    perform load-station-history.

    move spaces to dd-report-name.
    string "degree-days-" delimited by size
        report-month delimited by size
        ".txt" delimited by size
        into dd-report-name
    end-string.
    open output dd-report.

    perform write-report-heading.
    perform report-by-station.
    perform report-by-region.

    close dd-report.

    if dd-full-warned = "Y"
        display "degree-day-history.txt left untouched - it holds more"
            " entries than the table, and rewriting it would drop"
            " the unloaded tail"
    else
        perform rewrite-dd-history
    end-if.
    display " ".

stop run.

*> Reads the next generation name from the index and analyses that
*> log file
analyse-one-generation.

    read gens-file
        at end move 0 to gens-eof
    end-read.

    if gens-eof is not = 0
        if gens-record > spaces
            move gens-record to log-file-name
            call "CBL_CHECK_FILE_EXIST"
                using log-file-name log-line-rec
            if return-code = 0
                perform analyse-log-file
            else
                display "Warning: generation "
                    function trim (log-file-name)
                    " is missing - skipped"
            end-if
        end-if
    end-if.

*> Analyses every line of the log file named in log-file-name
analyse-log-file.

    move 1 to log-eof.
    open input log-file.
    perform analyse-log-line
        until log-eof = 0.
    close log-file.
    add 1 to logs-analysed.

*> Reads one log line and, when it is a reading detail line for the
*> report month, adds it to its station-day
analyse-log-line.

    read log-file
        at end move 0 to log-eof
    end-read.

    if log-eof is not = 0
        if log-line-rec(1:4) is numeric
            and log-line-rec(5:1) = "-"
            and log-line-rec(22:7) = "reading"
            and log-line-rec(1:4) = report-month(1:4)
            and log-line-rec(6:2) = report-month(5:2)
            perform parse-detail-line
            perform tally-station-day
        end-if
    end-if.

*> Parses the date, station, and air temperature out of one reading
*> detail line
parse-detail-line.

    string log-line-rec(1:4) delimited by size
        log-line-rec(6:2) delimited by size
        log-line-rec(9:2) delimited by size
        into detail-date-x
    end-string.
    move detail-date-x to detail-date.
    move log-line-rec(30:10) to detail-station.
    compute detail-air = function numval (log-line-rec(47:7)).

    if detail-date > last-date
        move detail-date to last-date
    end-if.

*> Folds the parsed reading into its station-day
tally-station-day.

    move 0 to day-found.
    move 1 to day-idx.
    perform find-day-compare
        until day-idx > day-count or day-found > 0.

    if day-found = 0
        if day-count >= 3100
            if day-full-warned = "N"
                display "Warning: station-day table full - further"
                    " days left out of the degree days"
                move "Y" to day-full-warned
            end-if
        else
            add 1 to day-count
            move detail-station to dy-station(day-count)
            move detail-date to dy-date(day-count)
            move 0 to dy-readings(day-count)
            move 0 to dy-air-total(day-count)
            move day-count to day-found
        end-if
    end-if.

    if day-found > 0
        add 1 to dy-readings(day-found)
        add detail-air to dy-air-total(day-found)
    end-if.

*> Compares one station-day against the parsed reading
find-day-compare.

    if dy-station(day-idx) = detail-station
        and dy-date(day-idx) = detail-date
        move day-idx to day-found
    else
        add 1 to day-idx
    end-if.

*> Works out one station-day's mean and degree days and adds them to
*> its station
fold-station-day.

    compute day-mean rounded =
        dy-air-total(day-idx) / dy-readings(day-idx).

    move 0 to day-hdd.
    move 0 to day-cdd.
    if day-mean < base-temp
        compute day-hdd = base-temp - day-mean
    end-if.
    if day-mean > base-temp
        compute day-cdd = day-mean - base-temp
    end-if.

    move 0 to stn-found.
    move 1 to stn-idx.
    perform find-station-compare
        until stn-idx > stn-count or stn-found > 0.

    if stn-found = 0
        if stn-count >= 99
            if stn-full-warned = "N"
                display "Warning: station table full - further"
                    " stations left out of the report"
                move "Y" to stn-full-warned
            end-if
        else
            add 1 to stn-count
            move stn-count to stn-found
            initialize stn-entry(stn-found)
            move dy-station(day-idx) to sn-id(stn-found)
            perform resolve-station-region
        end-if
    end-if.

    if stn-found > 0
        add 1 to sn-days(stn-found)
        add day-hdd to sn-hdd(stn-found)
        add day-cdd to sn-cdd(stn-found)
    end-if.
    add 1 to day-idx.

*> Compares one station entry against the station-day being folded
find-station-compare.

    if sn-id(stn-idx) = dy-station(day-idx)
        move stn-idx to stn-found
    else
        add 1 to stn-idx
    end-if.

*> Gives the new station entry its region from the station master
resolve-station-region.

    move "NONE" to sn-region(stn-found).
    move 0 to registry-found.
    move 1 to registry-idx.
    perform resolve-region-compare
        until registry-idx > registry-count or registry-found > 0.
    if registry-found > 0
        move reg-region(registry-found) to sn-region(stn-found)
    end-if.

*> Compares one registry entry against the new station
resolve-region-compare.

    if reg-id(registry-idx) = sn-id(stn-found)
        move registry-idx to registry-found
    else
        add 1 to registry-idx
    end-if.

*> Loads the station master regions; a missing master just means the
*> stations report under region NONE
load-station-registry.

    call "CBL_CHECK_FILE_EXIST"
        using station-file-name station-master-record.
    if return-code is not = 0
        display "Warning: station-master.txt not found - stations"
            " report under region NONE"
    else
        open input station-file
        move 1 to registry-eof
        perform load-registry-entry
            until registry-eof = 0
        close station-file
    end-if.

*> Reads one station from the station master into the registry
load-registry-entry.

    read station-file
        at end move 0 to registry-eof
    end-read.

    if registry-eof is not = 0
        if registry-count >= 99
            display "Warning: station registry full - further"
                " station master entries ignored"
            move 0 to registry-eof
        else
            add 1 to registry-count
            move sm-id to reg-id(registry-count)
            move sm-region to reg-region(registry-count)
        end-if
    end-if.

*> Loads the degree-day history
load-dd-history.

    call "CBL_CHECK_FILE_EXIST" using dd-history-name dd-history-record.
    if return-code = 0
        open input dd-history-file
        move 1 to dd-eof
        perform load-dd-entry
            until dd-eof = 0
        close dd-history-file
    end-if.

*> Reads one degree-day history entry into the table
load-dd-entry.

    read dd-history-file
        at end move 0 to dd-eof
    end-read.

    if dd-eof is not = 0
        if dd-count >= 3000
            if dd-full-warned = "N"
                display "Warning: degree-day history table full -"
                    " further entries left out, and"
                    " degree-day-history.txt will not be rewritten"
                move "Y" to dd-full-warned
            end-if
            move 0 to dd-eof
        else
            add 1 to dd-count
            move dd-history-record to dd-data(dd-count)
        end-if
    end-if.

*> Records the station's report-month figures in the history and
*> works out its season-to-date and last-year comparisons
compare-station.

    move sn-hdd(stn-idx) to sn-season-hdd(stn-idx).
    move sn-cdd(stn-idx) to sn-season-cdd(stn-idx).
    move "N" to sn-ly-found(stn-idx).
    move "N" to sn-hist-found(stn-idx).

    move 0 to dd-found.
    move 1 to dd-idx.
    perform compare-dd-entry
        until dd-idx > dd-count.

    move spaces to dd-history-record.
    move sn-id(stn-idx) to dh-id.
    move report-month to dh-month.
    move sn-days(stn-idx) to dh-days.
    move sn-hdd(stn-idx) to dh-hdd.
    move sn-cdd(stn-idx) to dh-cdd.
    move base-temp to dh-base.

    if dd-found > 0
        move dd-history-record to dd-data(dd-found)
    else
        if dd-count >= 3000
            if dd-full-warned = "N"
                display "Warning: degree-day history table full -"
                    " degree-day-history.txt will not be rewritten"
                move "Y" to dd-full-warned
            end-if
        else
            add 1 to dd-count
            move dd-history-record to dd-data(dd-count)
        end-if
    end-if.
    add 1 to stn-idx.

*> Checks one history entry of the station: the report month itself
*> is replaced, earlier months of the season add to the season
*> totals, and last year's same month is the comparison
compare-dd-entry.

    move dd-data(dd-idx) to dd-history-record.

    if dh-id = sn-id(stn-idx)
        evaluate true
            when dh-month = report-month
                move dd-idx to dd-found
            when dh-month = ly-month
                move "Y" to sn-ly-found(stn-idx)
                move dh-hdd to sn-ly-hdd(stn-idx)
                move dh-cdd to sn-ly-cdd(stn-idx)
            when other
                continue
        end-evaluate

        if dh-month >= heat-season-start and dh-month < report-month
            add dh-hdd to sn-season-hdd(stn-idx)
        end-if
        if dh-month >= cool-season-start and dh-month < report-month
            add dh-cdd to sn-season-cdd(stn-idx)
        end-if
    end-if.
    add 1 to dd-idx.

*> Reads the station history for each station's long-run average air
*> for the report's calendar month
load-station-history.

    call "CBL_CHECK_FILE_EXIST"
        using history-file-name station-history-record.
    if return-code = 0
        open input history-file
        move 1 to hist-eof
        perform check-history-entry
            until hist-eof = 0
        close history-file
    end-if.

*> Takes one station history entry's average air when it is a
*> reported station's entry for the report's calendar month
check-history-entry.

    read history-file
        at end move 0 to hist-eof
    end-read.

    if hist-eof is not = 0
        if sh-month = report-mm and sh-readings is numeric
            and sh-readings > 0
            move 0 to stn-found
            move 1 to stn-idx
            perform find-history-station
                until stn-idx > stn-count or stn-found > 0
            if stn-found > 0
                move "Y" to sn-hist-found(stn-found)
                compute sn-hist-avg(stn-found) rounded =
                    sh-air-total / sh-readings
            end-if
        end-if
    end-if.

*> Compares one station entry against the history entry just read
find-history-station.

    if sn-id(stn-idx) = sh-id
        move stn-idx to stn-found
    else
        add 1 to stn-idx
    end-if.

*> Writes the report title, the base, and the month-to-date span
write-report-heading.

    move base-temp to base-o.

    string "Heating and Cooling Degree Days - " delimited by size
        report-month delimited by size
        "  Base: " delimited by size
        base-o delimited by size
        " C" delimited by size
        into dd-line
    end-string.
    perform write-dd-line.

    string "Month to date through " delimited by size
        last-date delimited by size
        "  Heating season from " delimited by size
        heat-season-start delimited by size
        "  Cooling season from " delimited by size
        cool-season-start delimited by size
        into dd-line
    end-string.
    perform write-dd-line.

*> Lists each station's degree days with its comparisons
report-by-station.

    move spaces to dd-line.
    perform write-dd-line.
    move "By station:" to dd-line.
    perform write-dd-line.
    string "  Station     Region  Days    HDD-MTD    CDD-MTD"
        delimited by size
        "  HDD-Season  CDD-Season   HDD-LastYr  CDD-LastYr"
        delimited by size
        "  Hist-Avg" delimited by size
        into dd-line
    end-string.
    perform write-dd-line.

    if stn-count = 0
        move "  (no readings logged for the month)" to dd-line
        perform write-dd-line
    end-if.

    move 1 to stn-idx.
    perform write-station-line
        until stn-idx > stn-count.

*> Writes one station's line and folds it into its region
write-station-line.

    move sn-days(stn-idx) to days-o.
    move sn-hdd(stn-idx) to hdd-o.
    move sn-cdd(stn-idx) to cdd-o.
    move sn-season-hdd(stn-idx) to shdd-o.
    move sn-season-cdd(stn-idx) to scdd-o.

    if sn-ly-found(stn-idx) = "Y"
        move sn-ly-hdd(stn-idx) to ly-edit
        move ly-edit to lyhdd-o
        move sn-ly-cdd(stn-idx) to ly-edit
        move ly-edit to lycdd-o
    else
        move "       n/a" to lyhdd-o
        move "       n/a" to lycdd-o
    end-if.

    if sn-hist-found(stn-idx) = "Y"
        move sn-hist-avg(stn-idx) to hist-edit
        move hist-edit to hist-o
    else
        move "     n/a" to hist-o
    end-if.

    string "  " delimited by size
        sn-id(stn-idx) delimited by size
        "  " delimited by size
        sn-region(stn-idx) delimited by size
        "    " delimited by size
        days-o delimited by size
        "  " delimited by size
        hdd-o delimited by size
        "  " delimited by size
        cdd-o delimited by size
        "   " delimited by size
        shdd-o delimited by size
        "   " delimited by size
        scdd-o delimited by size
        "   " delimited by size
        lyhdd-o delimited by size
        "  " delimited by size
        lycdd-o delimited by size
        "  " delimited by size
        hist-o delimited by size
        into dd-line
    end-string.
    perform write-dd-line.

    perform fold-station-region.
    add 1 to stn-idx.

*> Adds the station's figures to its region's subtotals
fold-station-region.

    move 0 to rgn-found.
    move 1 to rgn-idx.
    perform find-region-compare
        until rgn-idx > rgn-count or rgn-found > 0.

    if rgn-found = 0 and rgn-count < 30
        add 1 to rgn-count
        move rgn-count to rgn-found
        initialize rgn-entry(rgn-found)
        move sn-region(stn-idx) to rg-code(rgn-found)
    end-if.

    if rgn-found > 0
        add 1 to rg-stations(rgn-found)
        add sn-hdd(stn-idx) to rg-hdd(rgn-found)
        add sn-cdd(stn-idx) to rg-cdd(rgn-found)
        add sn-season-hdd(stn-idx) to rg-season-hdd(rgn-found)
        add sn-season-cdd(stn-idx) to rg-season-cdd(rgn-found)
        add sn-ly-hdd(stn-idx) to rg-ly-hdd(rgn-found)
        add sn-ly-cdd(stn-idx) to rg-ly-cdd(rgn-found)
    end-if.

*> Compares one region entry against the station's region
find-region-compare.

    if rg-code(rgn-idx) = sn-region(stn-idx)
        move rgn-idx to rgn-found
    else
        add 1 to rgn-idx
    end-if.

*> Lists the region subtotals
report-by-region.

    move spaces to dd-line.
    perform write-dd-line.
    move "By region (last year sums the stations with a record):"
        to dd-line.
    perform write-dd-line.
    string "  Region  Stns     HDD-MTD     CDD-MTD" delimited by size
        "  HDD-Season  CDD-Season  HDD-LastYr  CDD-LastYr"
        delimited by size
        into dd-line
    end-string.
    perform write-dd-line.

    move 1 to rgn-idx.
    perform write-region-line
        until rgn-idx > rgn-count.

*> Writes one region's subtotal line
write-region-line.

    move rg-stations(rgn-idx) to days-o.
    move rg-hdd(rgn-idx) to rgn-hdd-o.
    move rg-cdd(rgn-idx) to rgn-cdd-o.
    move rg-season-hdd(rgn-idx) to rgn-shdd-o.
    move rg-season-cdd(rgn-idx) to rgn-scdd-o.
    move rg-ly-hdd(rgn-idx) to rgn-lyhdd-o.
    move rg-ly-cdd(rgn-idx) to rgn-lycdd-o.

    string "  " delimited by size
        rg-code(rgn-idx) delimited by size
        "    " delimited by size
        days-o delimited by size
        "  " delimited by size
        rgn-hdd-o delimited by size
        "  " delimited by size
        rgn-cdd-o delimited by size
        "  " delimited by size
        rgn-shdd-o delimited by size
        "  " delimited by size
        rgn-scdd-o delimited by size
        "  " delimited by size
        rgn-lyhdd-o delimited by size
        "  " delimited by size
        rgn-lycdd-o delimited by size
        into dd-line
    end-string.
    perform write-dd-line.
    add 1 to rgn-idx.

*> Rewrites the degree-day history with the report month folded in
rewrite-dd-history.

    open output dd-history-file.
    move 1 to dd-idx.
    perform rewrite-one-dd-entry
        until dd-idx > dd-count.
    close dd-history-file.

*> Writes one degree-day history entry back
rewrite-one-dd-entry.

    move dd-data(dd-idx) to dd-history-record.
    write dd-history-record.
    add 1 to dd-idx.

*> Writes one line of the degree-day report and echoes it to the
*> terminal so the two outputs never drift apart
write-dd-line.

    display dd-line.
    move dd-line to dd-report-record.
    write dd-report-record.
    move spaces to dd-line.
