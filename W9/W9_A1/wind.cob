*>                 controlled shutdown: the operations-log END line
*>                 records the failing file and status and the run
*>                 exits 16 so the scheduler sees it.
*> 2026-10-15  CM  Raise de-icing work orders: a station reporting air
*>                 near or below freezing with high humidity (limits
*>                 from ICEA/ICEH lines in alert-config.txt) gets one
*>                 work order per run, unless it already has one open,
*>                 with a priority from its temperature trend across
*>                 the run and the zone and crew for its region from
*>                 deice-crews.txt. Orders are appended to
*>                 deice-work-orders.txt and listed by region on the
*>                 report; supervisors close them out with windice.
*> 2026-10-15  CM  Load the station calibration register at start-up:
*>                 each station's known air and wind offsets are
*>                 applied before the formulas run, and a reading from
*>                 a station past its calibration due date (or with no
*>                 calibration on file) is marked PROVISIONAL on the
*>                 report, in the log, and in any alert it raises. The
*>                 run also writes the month's calibration-due list for
*>                 the technicians.

identification division.
program-id. reengineeringC.
select history-file assign to "station-history.txt"
    organization is line sequential.

select calibration-file assign to "station-calibration.txt"
    organization is line sequential.

select cal-due-file assign to cal-due-name
    organization is line sequential.

select crew-file assign to "deice-crews.txt"
    organization is line sequential.

select work-order-file assign to "deice-work-orders.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

    05 da-tier pic 9.
    05 filler pic x.
    05 da-region pic x(6).
    05 filler pic x.
    05 da-provisional pic x.

fd station-file.

    05 filler pic x(2).
    05 sh-worst-wcf pic s999v99 sign leading separate.

fd calibration-file.

*> One station's calibration: when it was last calibrated
*> (yyyymmdd), the calibration interval in days, and the known offsets
*> the technician measured, as separate-sign values with two implied
*> decimals added to the metric reading (air in celsius, wind in km/h)
01 calibration-record.
    05 cb-id pic x(10).
    05 filler pic x(2).
    05 cb-last-date pic 9(8).
    05 filler pic x(2).
    05 cb-interval pic 9(4).
    05 filler pic x(2).
    05 cb-air-offset pic s99v99 sign leading separate.
    05 filler pic x(2).
    05 cb-wind-offset pic s99v99 sign leading separate.

fd cal-due-file.

*> Output record for the monthly calibration-due list
01 cal-due-record pic x(120).

fd crew-file.

*> One crew assignment: the region, the treatment zone within it, and
*> the crew sent there
01 crew-record.
    05 cr-region pic x(6).
    05 filler pic x(2).
    05 cr-zone pic x(6).
    05 filler pic x(2).
    05 cr-crew pic x(10).

fd work-order-file.

*> One de-icing work order: number (issue date and sequence), the
*> station, its region, zone, and crew, the priority (1 most urgent),
*> the lowest air and highest humidity behind it, the temperature
*> trend across the run, when it was issued, and the OPEN/CLOSED
*> status with the time treated and supervisor the close-out fills in
01 work-order-record.
    05 wo-number.
        10 wo-date pic 9(8).
        10 wo-seq pic 9(4).
    05 filler pic x(2).
    05 wo-station pic x(10).
    05 filler pic x(2).
    05 wo-region pic x(6).
    05 filler pic x(2).
    05 wo-zone pic x(6).
    05 filler pic x(2).
    05 wo-crew pic x(10).
    05 filler pic x(2).
    05 wo-priority pic 9.
    05 filler pic x(2).
    05 wo-low-air pic -999.99.
    05 filler pic x(2).
    05 wo-humidity pic 999.
    05 filler pic x(2).
    05 wo-trend pic -99.99.
    05 filler pic x(2).
    05 wo-issued pic x(14).
    05 filler pic x(2).
    05 wo-status pic x(6).
    05 filler pic x(2).
    05 wo-treated pic x(14).
    05 filler pic x(2).
    05 wo-closed-by pic x(10).

fd ops-file.

*> Output record for the shared operations log
01 count-frost-5 pic 9(5) value 0.

01 cold-alert-threshold pic S999v99999 value -40.00000.

*> Station calibration register, the provisional marking for a
*> reading from a station overdue for calibration, and the monthly
*> calibration-due list
01 cal-table.
    05 cal-entry occurs 0 to 99 times depending on cal-count.
        10 cal-id pic x(10).
        10 cal-last-date pic 9(8).
        10 cal-due-date pic 9(8).
        10 cal-due-int pic 9(8).
        10 cal-air-offset pic s99v99.
        10 cal-wind-offset pic s99v99.
01 cal-count pic 99 value 0.
01 cal-idx pic 99.
01 cal-found pic 99.
01 cal-eof pic 9 value 1.
01 cal-loaded pic x value "N".
01 calibration-file-name pic x(25) value "station-calibration.txt".
01 cal-due-name pic x(30).
01 cal-due-line pic x(120).
01 cal-today pic 9(8).
01 cal-today-int pic 9(8).
01 cal-year pic 9(4).
01 cal-month pic 99.
01 cal-month-end pic 9(8).
01 cal-month-end-int pic 9(8).
01 cal-days-over pic 9(5).
01 cal-days-o pic zzzz9.
01 cal-status pic x(30).
01 cal-name pic x(20).
01 count-cal-due pic 9(5) value 0.
01 provisional pic x value "N".
01 prov-note pic x(13).
01 count-provisional pic 9(5) value 0.

*> De-icing work orders: the icing limits, each icing station's
*> readings this run, the crew table, the stations that already have
*> an open order, and the order numbering
01 icing-air-limit pic s999v99 value 2.00.
01 icing-humidity-limit pic s999v99 value 85.00.
01 icing-falling-trend pic s99v99 value -1.00.
01 ice-table.
    05 ice-entry occurs 0 to 99 times depending on ice-count.
        10 ic-station pic x(10).
        10 ic-region pic x(6).
        10 ic-readings pic 9(5).
        10 ic-first-air pic s999v99.
        10 ic-last-air pic s999v99.
        10 ic-low-air pic s999v99.
        10 ic-max-humidity pic 999.
        10 ic-ordered pic x.
01 ice-count pic 99 value 0.
01 ice-idx pic 99.
01 ice-found pic 99.
01 ice-full-warned pic x value "N".
01 ice-trend pic s999v99.
01 crew-table.
    05 crew-entry occurs 0 to 30 times depending on crew-count.
        10 cw-region pic x(6).
        10 cw-zone pic x(6).
        10 cw-crew pic x(10).
01 crew-count pic 99 value 0.
01 crew-idx pic 99.
01 crew-found pic 99.
01 crew-eof pic 9 value 1.
01 crew-file-name pic x(20) value "deice-crews.txt".
01 open-order-table.
    05 open-order-entry occurs 0 to 500 times
        depending on open-order-count.
        10 oo-station pic x(10).
01 open-order-count pic 999 value 0.
01 open-order-idx pic 999.
01 open-order-found pic 999.
01 work-order-eof pic 9 value 1.
01 work-order-file-name pic x(25) value "deice-work-orders.txt".
01 order-date pic 9(8).
01 order-seq pic 9(4) value 0.
01 order-region pic x(6).
01 count-orders pic 9(5) value 0.
01 count-already-open pic 9(5) value 0.
01 ice-low-o pic -ZZZ.99.
01 ice-trend-o pic -ZZZ.99.
01 heat-index-threshold pic S999v99999 value 27.00000.

*> Working fields for the dated report and log generations
            perform write-exception-line
        else
            add 1 to count-accepted
            if provisional = "Y"
                add 1 to count-provisional
            end-if
            perform process-accepted-reading
        end-if
    end-if.
            perform classify-frostbite

            display "Reading " reading-id " wind chill factor: " wcf-o
                frost-band anomaly-note prov-note

            string "Reading " delimited by size
                reading-id delimited by size
                wcf-o delimited by size
                frost-band delimited by size
                anomaly-note delimited by size
                prov-note delimited by size
                into result-line
            end-string
            perform write-result

            if wcf <= cold-alert-threshold
                display "Reading " reading-id " *** EXTREME COLD ALERT ***"
                    prov-note

                string "Reading " delimited by size
                    reading-id delimited by size
                    "  *** EXTREME COLD ALERT ***" delimited by size
                    prov-note delimited by size
                    into result-line
                end-string
                perform write-result
        end-if

        perform tally-station
        perform check-icing-reading

        perform write-log-entry.

            move reading-wind to wind
        end-if

        perform apply-calibration

        if air < -60 or air > 60
            move "N" to qc-ok
            move "air temperature out of range" to qc-reason
        end-if
    end-if.

*> Applies the station's known calibration offsets to the converted
*> air and wind, and marks the reading provisional when the station
*> is past its calibration due date or has no calibration on file
apply-calibration.

    move "N" to provisional.
    move spaces to prov-note.

    if cal-loaded = "Y"
        move 0 to cal-found
        move 1 to cal-idx
        perform find-calibration-compare
            until cal-idx > cal-count or cal-found > 0

        if cal-found = 0
            move "Y" to provisional
        else
            add cal-air-offset(cal-found) to air
            add cal-wind-offset(cal-found) to wind
            if cal-today-int > cal-due-int(cal-found)
                move "Y" to provisional
            end-if
        end-if
    end-if.

    if provisional = "Y"
        move "  PROVISIONAL" to prov-note
    end-if.

*> Compares one calibration entry against the current reading's
*> station
find-calibration-compare.

    if cal-id(cal-idx) = reading-id
        move cal-idx to cal-found
    else
        add 1 to cal-idx
    end-if.

*> Writes one rejected reading to the exception report with the
*> reason it failed QC
write-exception-line.
        count-rejected delimited by size
        "  anomalies flagged: " delimited by size
        count-anomaly delimited by size
        "  provisional: " delimited by size
        count-provisional delimited by size
        into result-line
    end-string.
    display result-line.
        if tier-type(tier-idx) = "HEAT"
            move tier-value(tier-idx) to heat-index-threshold
        end-if
        if tier-type(tier-idx) = "ICEA"
            move tier-value(tier-idx) to icing-air-limit
        end-if
        if tier-type(tier-idx) = "ICEH"
            move tier-value(tier-idx) to icing-humidity-limit
        end-if
    end-if.
    add 1 to tier-idx.

    move run-timestamp to da-timestamp.
    move sev-tier to da-tier.
    move cur-region to da-region.
    if provisional = "Y"
        move "P" to da-provisional
    else
        move space to da-provisional
    end-if.
    move spaces to dispatch-record(11:1).
    move spaces to dispatch-record(26:1).
    move spaces to dispatch-record(31:1).
    move spaces to dispatch-record(39:1).
    move spaces to dispatch-record(41:1).
    move spaces to dispatch-record(48:1).
    write dispatch-record.

*> Folds the reading just processed into its station's aggregates

    add 1 to region-idx.

*> Tracks a reading at or below the icing air limit with humidity at
*> or above the icing humidity limit against its station: the first
*> and latest icing air temperatures (the trend across the run), the
*> lowest, and the highest humidity
check-icing-reading.

    if air <= icing-air-limit and humidity >= icing-humidity-limit
        move 0 to ice-found
        move 1 to ice-idx
        perform find-ice-compare
            until ice-idx > ice-count or ice-found > 0

        if ice-found = 0
            if ice-count >= 99
                if ice-full-warned = "N"
                    display "Warning: icing table full - further"
                        " stations get no de-icing work order"
                    move "Y" to ice-full-warned
                end-if
            else
                add 1 to ice-count
                move ice-count to ice-found
                move reading-id to ic-station(ice-found)
                move cur-region to ic-region(ice-found)
                move 0 to ic-readings(ice-found)
                move air to ic-first-air(ice-found)
                move air to ic-low-air(ice-found)
                move 0 to ic-max-humidity(ice-found)
                move "N" to ic-ordered(ice-found)
            end-if
        end-if

        if ice-found > 0
            add 1 to ic-readings(ice-found)
            move air to ic-last-air(ice-found)
            if air < ic-low-air(ice-found)
                move air to ic-low-air(ice-found)
            end-if
            if humidity > ic-max-humidity(ice-found)
                move humidity to ic-max-humidity(ice-found)
            end-if
        end-if
    end-if.

*> Compares one icing entry against the current reading's station
find-ice-compare.

    if ic-station(ice-idx) = reading-id
        move ice-idx to ice-found
    else
        add 1 to ice-idx
    end-if.

*> Loads the station calibration register and works out each
*> station's due date; a missing register just means readings go
*> uncorrected and unmarked
load-calibration-register.

    move function current-date to current-date-time.
    move current-date-time(1:8) to cal-today.
    compute cal-today-int = function integer-of-date (cal-today).

    call "CBL_CHECK_FILE_EXIST"
        using calibration-file-name calibration-record.
    if return-code is not = 0
        display "Warning: station-calibration.txt not found - no"
            " calibration offsets applied or overdue stations marked"
    else
        move "Y" to cal-loaded
        open input calibration-file
        move 1 to cal-eof
        perform load-calibration-entry
            until cal-eof = 0
        close calibration-file
    end-if.

*> Reads one station's calibration into the calibration table
load-calibration-entry.

    read calibration-file
        at end move 0 to cal-eof
    end-read.

    if cal-eof is not = 0
        if cb-last-date is not numeric or cb-interval is not numeric
            or cb-air-offset is not numeric
            or cb-wind-offset is not numeric
            or function test-date-yyyymmdd (cb-last-date) is not = 0
            display "Warning: calibration entry for " cb-id
                " unreadable - ignored"
        else
            if cal-count >= 99
                display "Warning: calibration table full - further"
                    " calibration entries ignored"
                move 0 to cal-eof
            else
                add 1 to cal-count
                move cb-id to cal-id(cal-count)
                move cb-last-date to cal-last-date(cal-count)
                compute cal-due-int(cal-count) =
                    function integer-of-date (cb-last-date)
                    + cb-interval
                compute cal-due-date(cal-count) =
                    function date-of-integer (cal-due-int(cal-count))
                move cb-air-offset to cal-air-offset(cal-count)
                move cb-wind-offset to cal-wind-offset(cal-count)
            end-if
        end-if
    end-if.

*> Writes this month's calibration-due list for the technicians:
*> every station whose calibration falls due by the end of the month,
*> overdue stations showing how far over they are, then every
*> in-service station with no calibration on file
write-calibration-due.

    if cal-loaded = "Y"
        move cal-today(1:4) to cal-year
        move cal-today(5:2) to cal-month
        if cal-month = 12
            compute cal-month-end = (cal-year + 1) * 10000 + 101
        else
            compute cal-month-end =
                cal-year * 10000 + (cal-month + 1) * 100 + 1
        end-if
        compute cal-month-end-int =
            function integer-of-date (cal-month-end) - 1
        compute cal-month-end =
            function date-of-integer (cal-month-end-int)

        move spaces to cal-due-name
        string "calibration-due-" delimited by size
            cal-today(1:6) delimited by size
            ".txt" delimited by size
            into cal-due-name
        end-string
        open output cal-due-file

        string "Stations due for calibration by " delimited by size
            cal-month-end delimited by size
            "  (as of " delimited by size
            cal-today delimited by size
            ")" delimited by size
            into cal-due-line
        end-string
        perform write-cal-due-line
        perform write-cal-due-line

        move 0 to count-cal-due
        move 1 to cal-idx
        perform write-cal-due-station
            until cal-idx > cal-count

        move 1 to registry-idx
        perform write-cal-missing-station
            until registry-idx > registry-count

        if count-cal-due = 0
            move "  (none)" to cal-due-line
            perform write-cal-due-line
        end-if

        close cal-due-file

        move spaces to result-line
        perform write-result
        string "Calibration-due list: " delimited by size
            cal-due-name delimited by size
            "  stations listed: " delimited by size
            count-cal-due delimited by size
            into result-line
        end-string
        display result-line
        perform write-result
    end-if.

*> Lists one registered calibration when it falls due by month end
write-cal-due-station.

    if cal-due-int(cal-idx) <= cal-month-end-int
        add 1 to count-cal-due

        move spaces to cal-name
        move 1 to registry-idx
        perform find-cal-name-compare
            until registry-idx > registry-count

        if cal-due-int(cal-idx) < cal-today-int
            compute cal-days-over = cal-today-int - cal-due-int(cal-idx)
            move cal-days-over to cal-days-o
            string "OVERDUE " delimited by size
                cal-days-o delimited by size
                " days" delimited by size
                into cal-status
            end-string
        else
            move "DUE THIS MONTH" to cal-status
        end-if

        string "  " delimited by size
            cal-id(cal-idx) delimited by size
            "  " delimited by size
            cal-name delimited by size
            "  Last calibrated: " delimited by size
            cal-last-date(cal-idx) delimited by size
            "  Due: " delimited by size
            cal-due-date(cal-idx) delimited by size
            "  " delimited by size
            cal-status delimited by size
            into cal-due-line
        end-string
        move spaces to cal-status
        perform write-cal-due-line
    end-if.
    add 1 to cal-idx.

*> Picks up the station name from the registry for the calibration
*> entry being listed
find-cal-name-compare.

    if reg-id(registry-idx) = cal-id(cal-idx)
        move reg-name(registry-idx) to cal-name
    end-if.
    add 1 to registry-idx.

*> Lists one in-service station that has no calibration on file
write-cal-missing-station.

    if reg-inservice(registry-idx) = "Y"
        move 0 to cal-found
        move 1 to cal-idx
        perform find-cal-missing-compare
            until cal-idx > cal-count or cal-found > 0

        if cal-found = 0
            add 1 to count-cal-due
            string "  " delimited by size
                reg-id(registry-idx) delimited by size
                "  " delimited by size
                reg-name(registry-idx) delimited by size
                "  NO CALIBRATION ON FILE" delimited by size
                into cal-due-line
            end-string
            perform write-cal-due-line
        end-if
    end-if.
    add 1 to registry-idx.

*> Compares one calibration entry against the registry station being
*> checked
find-cal-missing-compare.

    if cal-id(cal-idx) = reg-id(registry-idx)
        move cal-idx to cal-found
    else
        add 1 to cal-idx
    end-if.

*> Writes one line of the calibration-due list
write-cal-due-line.

    move cal-due-line to cal-due-record.
    write cal-due-record.
    move spaces to cal-due-line.

*> Loads the crew/zone assignment table; a missing table just means
*> the orders go out unassigned
load-crew-table.

    call "CBL_CHECK_FILE_EXIST" using crew-file-name crew-record.
    if return-code is not = 0
        display "Warning: deice-crews.txt not found - de-icing work"
            " orders will go out unassigned"
    else
        open input crew-file
        move 1 to crew-eof
        perform load-crew-entry
            until crew-eof = 0
        close crew-file
    end-if.

*> Reads one crew assignment into the crew table
load-crew-entry.

    read crew-file
        at end move 0 to crew-eof
    end-read.

    if crew-eof is not = 0
        if crew-count >= 30
            display "Warning: crew table full - further crew"
                " assignments ignored"
            move 0 to crew-eof
        else
            add 1 to crew-count
            move cr-region to cw-region(crew-count)
            move cr-zone to cw-zone(crew-count)
            move cr-crew to cw-crew(crew-count)
        end-if
    end-if.

*> Reads the work orders already on file: a station with an OPEN
*> order gets no second one, and today's numbering carries on from
*> the highest sequence already issued
load-open-orders.

    move function current-date to current-date-time.
    move current-date-time(1:8) to order-date.
    move 0 to order-seq.

    call "CBL_CHECK_FILE_EXIST"
        using work-order-file-name work-order-record.
    if return-code = 0
        open input work-order-file
        move 1 to work-order-eof
        perform load-open-order-entry
            until work-order-eof = 0
        close work-order-file
    end-if.

*> Reads one work order on file into the open-order table
load-open-order-entry.

    read work-order-file
        at end move 0 to work-order-eof
    end-read.

    if work-order-eof is not = 0
        if wo-date = order-date and wo-seq is numeric
            and wo-seq > order-seq
            move wo-seq to order-seq
        end-if
        if wo-status = "OPEN"
            if open-order-count >= 500
                display "Warning: open work-order table full -"
                    " stations may get a second open order"
                move 0 to work-order-eof
            else
                add 1 to open-order-count
                move wo-station to oo-station(open-order-count)
            end-if
        end-if
    end-if.

*> Issues this run's de-icing work orders grouped by region - each
*> region in the order it first iced, its orders under it - appended
*> to the work-order file and listed on the report
write-work-orders.

    move spaces to result-line.
    perform write-result.
    move "De-icing work orders by region:" to result-line.
    display result-line.
    perform write-result.

    call "CBL_CHECK_FILE_EXIST"
        using work-order-file-name work-order-record.
    if return-code is not = 0
        open output work-order-file
        close work-order-file
    end-if.
    open extend work-order-file.

    move 1 to ice-idx.
    perform write-region-orders
        until ice-idx > ice-count.

    close work-order-file.

    string "  Work orders issued: " delimited by size
        count-orders delimited by size
        "  stations already open: " delimited by size
        count-already-open delimited by size
        into result-line
    end-string.
    display result-line.
    perform write-result.

*> Writes the orders for the region of the next icing station not
*> yet ordered, with the region's zone and crew heading
write-region-orders.

    if ic-ordered(ice-idx) = "N"
        move ic-region(ice-idx) to order-region
        move ice-idx to ice-found

        move order-region to cur-region
        perform find-crew-entry

        if crew-found > 0
            string "  Region " delimited by size
                order-region delimited by size
                "  Zone: " delimited by size
                cw-zone(crew-found) delimited by size
                "  Crew: " delimited by size
                cw-crew(crew-found) delimited by size
                into result-line
            end-string
        else
            string "  Region " delimited by size
                order-region delimited by size
                "  ** NO CREW ASSIGNED **" delimited by size
                into result-line
            end-string
        end-if
        display result-line
        perform write-result

        perform write-one-order
            until ice-found > ice-count
    end-if.

    add 1 to ice-idx.

*> Issues the order for one icing station when it is in the region
*> being written
write-one-order.

    if ic-ordered(ice-found) = "N"
        and ic-region(ice-found) = order-region
        move "Y" to ic-ordered(ice-found)
        perform issue-work-order
    end-if.

    add 1 to ice-found.

*> Writes one station's work order, unless it already has one open:
*> priority 1 when the air is falling through the run and at or
*> below freezing, 2 when it is either, 3 otherwise
issue-work-order.

    move 0 to open-order-found.
    move 1 to open-order-idx.
    perform find-open-order-compare
        until open-order-idx > open-order-count
        or open-order-found > 0.

    compute ice-trend = ic-last-air(ice-found) - ic-first-air(ice-found).
    move ic-low-air(ice-found) to ice-low-o.
    move ice-trend to ice-trend-o.

    if open-order-found > 0
        add 1 to count-already-open
        string "    " delimited by size
            ic-station(ice-found) delimited by size
            "  Low air: " delimited by size
            ice-low-o delimited by size
            "  order already open - none issued" delimited by size
            into result-line
        end-string
    else
        move spaces to work-order-record
        add 1 to order-seq
        move order-date to wo-date
        move order-seq to wo-seq
        move ic-station(ice-found) to wo-station
        move ic-region(ice-found) to wo-region
        if crew-found > 0
            move cw-zone(crew-found) to wo-zone
            move cw-crew(crew-found) to wo-crew
        else
            move "NONE" to wo-zone
            move "UNASSIGNED" to wo-crew
        end-if

        evaluate true
            when ice-trend <= icing-falling-trend
                and ic-low-air(ice-found) <= 0
                move 1 to wo-priority
            when ice-trend <= icing-falling-trend
                or ic-low-air(ice-found) <= 0
                move 2 to wo-priority
            when other
                move 3 to wo-priority
        end-evaluate

        move ic-low-air(ice-found) to wo-low-air
        move ic-max-humidity(ice-found) to wo-humidity
        move ice-trend to wo-trend
        move function current-date to current-date-time
        move current-date-time(1:14) to wo-issued
        move "OPEN" to wo-status
        write work-order-record

        add 1 to count-orders

        string "    WO " delimited by size
            wo-number delimited by size
            "  " delimited by size
            ic-station(ice-found) delimited by size
            "  Priority " delimited by size
            wo-priority delimited by size
            "  Low air: " delimited by size
            ice-low-o delimited by size
            "  Humidity: " delimited by size
            wo-humidity delimited by size
            "  Trend: " delimited by size
            ice-trend-o delimited by size
            into result-line
        end-string
    end-if.
    display result-line.
    perform write-result.

*> Compares one open work order's station against the icing station
find-open-order-compare.

    if oo-station(open-order-idx) = ic-station(ice-found)
        move open-order-idx to open-order-found
    else
        add 1 to open-order-idx
    end-if.

*> Finds the crew assignment for the region in cur-region
find-crew-entry.

    move 0 to crew-found.
    move 1 to crew-idx.
    perform find-crew-compare
        until crew-idx > crew-count or crew-found > 0.

*> Compares one crew assignment against cur-region
find-crew-compare.

    if cw-region(crew-idx) = cur-region
        move crew-idx to crew-found
    else
        add 1 to crew-idx
    end-if.

*> Writes one station's aggregate line to the report and terminal
write-station-line.

    compute heat-index = (heat-index-f - 32) * 5 / 9.

    move heat-index to heat-index-o.
    display "Reading " reading-id " heat index(C): " heat-index-o
        prov-note.

    string "Reading " delimited by size
        reading-id delimited by size
        "  Heat index(C): " delimited by size
        heat-index-o delimited by size
        anomaly-note delimited by size
        prov-note delimited by size
        into result-line
    end-string
    perform write-result.
        wind-o delimited by size
        "  WCF: " delimited by size
        wcf-o delimited by size
        prov-note delimited by size
        into log-line
    end-string.

    perform write-ops-start.
    perform init-alert-config.
    perform load-station-registry.
    perform load-calibration-register.
    perform load-station-history.
    perform load-crew-table.
    perform load-open-orders.
    perform file-check.

    display " ".
    perform write-qc-summary.
    perform write-frostbite-summary.
    perform write-station-summary.
    perform write-work-orders.
    perform write-calibration-due.
    perform save-station-history.

    close ifile.
