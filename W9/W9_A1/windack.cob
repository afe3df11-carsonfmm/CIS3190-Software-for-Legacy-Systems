*>                 reconciliation must never destroy its input. The
*>                 report still goes out; the rewrite waits until the
*>                 log is archived down to size.
*> 2026-10-15  CM  Carry the wind run's provisional flag (an alert
*>                 from a station overdue for calibration) through the
*>                 rewrite and show it on the unacknowledged lines.

identification division.
program-id. alert-ack-recon.
    05 ar-tier pic 9.
    05 filler pic x.
    05 ar-region pic x(6).
    05 filler pic x.
    05 ar-provisional pic x.
    05 ar-ack-status pic x(5).
    05 filler pic x(2).
    05 ar-ack-time pic x(14).
        10 at-value pic x(7).
        10 at-tier pic 9.
        10 at-region pic x(6).
        10 at-provisional pic x.
        10 at-acked pic x.
        10 at-acktime pic x(14).
        10 at-operator pic x(10).
01 current-date-time pic x(21).

01 recon-line pic x(120).
01 prov-note pic x(13).
01 alert-file-name pic x(20) value "wind-alerts.txt".

procedure division.
            move ar-value to at-value(alert-count)
            move ar-tier to at-tier(alert-count)
            move ar-region to at-region(alert-count)
            move ar-provisional to at-provisional(alert-count)
            if ar-ack-status = "ACK"
                move "Y" to at-acked(alert-count)
                move ar-ack-time to at-acktime(alert-count)
*> Writes one unacknowledged alert's detail line
write-unacked-line.

    move spaces to prov-note.
    if at-provisional(alert-idx) = "P"
        move "  PROVISIONAL" to prov-note
    end-if.

    string "  " delimited by size
        at-station(alert-idx) delimited by size
        "  " delimited by size
        at-region(alert-idx) delimited by size
        "  Age (hours): " delimited by size
        alert-age-hours delimited by size
        prov-note delimited by size
        into recon-line
    end-string.
    perform write-recon-line.
    move at-value(alert-idx) to ar-value.
    move at-tier(alert-idx) to ar-tier.
    move at-region(alert-idx) to ar-region.
    move at-provisional(alert-idx) to ar-provisional.

    if at-acked(alert-idx) = "Y"
        move "ACK" to ar-ack-status
