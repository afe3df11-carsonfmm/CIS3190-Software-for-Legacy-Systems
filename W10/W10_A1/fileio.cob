*>                 controlled shutdown: the operations-log END line
*>                 records the failing file and status and the run
*>                 exits 16 so the scheduler sees it.
*> 2026-10-15  CM  Enforce course prerequisites at registration: a
*>                 prerequisite table (course, prerequisite course,
*>                 minimum grade) is checked against the student's
*>                 completed course.dat records and a shortfall is
*>                 rejected with a PREREQ reason, unless the registrar
*>                 has recorded an approved override for the student
*>                 (O registration transaction or O maintenance action).
*> 2026-10-15  CM  Put a registration for a full course on the course's
*>                 waitlist in arrival order instead of rejecting it,
*>                 promote the first eligible waitlisted student when a
*>                 drop frees a seat, show each promotion on the
*>                 registration report, and write a waitlist report of
*>                 every course's queue length and positions.
*> 2026-10-15  CM  Add a section timetable (meeting days, start and end
*>                 times, room per course), reject a registration that
*>                 overlaps a course the student already holds with a
*>                 CLASH reason, and write a weekly timetable for every
*>                 enrolled student and a room utilisation report.
*> 2026-10-15  CM  Add the student accounts-receivable ledger: an
*>                 indexed account per student that each billing run
*>                 charges (once per term) and a payments transaction
*>                 file credits, with a detail file of every charge and
*>                 payment, account statements, an aged receivables
*>                 report, and a financial hold on any student past due
*>                 beyond the hold days in ar-control.txt; registration
*>                 refuses new adds while the hold is on.
*> 2026-10-15  CM  Add the degree audit: a program-requirements file
*>                 (total credits, required courses, minimum cumulative
*>                 GPA per program) and a student-program file are
*>                 checked against each active student's course.dat
*>                 records, listing what is satisfied and what is still
*>                 outstanding, with an eligible-to-graduate report for
*>                 the registrar to work from before setting status G.
*> 2026-10-15  CM  Add instructor grade sheets: one sheet per course
*>                 and term written from the current enrolments with a
*>                 blank grade column, and a posting run that reads the
*>                 returned sheets into course.dat, rejecting grades for
*>                 students not enrolled, out-of-range grades, and
*>                 duplicate postings, and journalling any later grade
*>                 change (which must carry a reason) as a G entry.
*> 2026-10-15  CM  Add the end-of-term close: for a term code, confirm
*>                 every enrolment has a posted grade or an incomplete
*>                 marker (INC on the grade sheet), refuse the close and
*>                 list the ungraded enrolments unless the registrar
*>                 forces it, roll the enrolments into the enrolment
*>                 history beside their course.dat records, clear
*>                 enrolment.dat and the waitlists so every course's
*>                 seats start the next term empty, and recalculate GPAs.
*> 2026-10-15  CM  Write each tuition charge the billing run makes to
*>                 the GL interface through the gl-post subprogram,
*>                 mapped to accounts by gl-chart.txt.
*> 2026-10-15  CM  Verify the registration file's header and trailer
*>                 (source, date, sequence, record count, and student
*>                 id hash total) through the inbound-check subprogram
*>                 before any registration is applied; a file that
*>                 fails, or whose sequence repeats or skips one, is
*>                 refused with return code 12 and the reason on the
*>                 operations log.
*> 2026-10-15  CM  Require operator sign-on for the maintenance menu
*>                 through the operator-security subprogram: three
*>                 failed attempts end the session (and lock the id),
*>                 each menu function is refused unless the operator's
*>                 authority covers it, and every journal entry now
*>                 carries the operator id (BATCH for unattended runs).
*> 2026-10-15  CM  Widen the grade posting reason and report line so a
*>                 long rejection or a grade change's reason is no
*>                 longer cut off in grade-posting-report.txt.

environment division.
input-output section.
select billing-summary assign to "billing-summary.txt"
    organization is line sequential.

select prereq-file assign to "course-prereq.txt"
    organization is line sequential.

select override-file assign to "prereq-override.txt"
    organization is line sequential.

select waitlist-file assign to "waitlist.dat"
    organization is line sequential.

select waitlist-report assign to "waitlist-report.txt"
    organization is line sequential.

select timetable-file assign to "section-timetable.dat"
    organization is line sequential.

select student-timetable assign to "student-timetable.txt"
    organization is line sequential.

select room-report assign to "room-utilisation.txt"
    organization is line sequential.

select student-account assign to "student-account.idx"
    organization is indexed
    access mode is dynamic
    record key is sa-idno
    file status is account-status.

select ar-detail-file assign to "student-ar-detail.txt"
    organization is line sequential.

select payment-file assign to payment-file-name
    organization is line sequential.

select ar-control-file assign to "ar-control.txt"
    organization is line sequential.

select ar-statement-file assign to "ar-statements.txt"
    organization is line sequential.

select ar-aging-report assign to "ar-aging-report.txt"
    organization is line sequential.

select requirement-file assign to "program-requirements.txt"
    organization is line sequential.

select student-program-file assign to "student-program.dat"
    organization is line sequential.

select audit-report assign to "degree-audit.txt"
    organization is line sequential.

select eligible-report assign to "eligible-to-graduate.txt"
    organization is line sequential.

select sheet-file assign to sheet-file-name
    organization is line sequential.

select posting-report assign to "grade-posting-report.txt"
    organization is line sequential.

select incomplete-file assign to "incomplete-grades.dat"
    organization is line sequential.

select enrol-history-file assign to "enrolment-history.dat"
    organization is line sequential.

select term-close-report assign to "term-close-report.txt"
    organization is line sequential.

data division.

file section.
fd journal-file.

*> One journalled maintenance action: when it happened, what it was,
*> the before and after image of the student master record, and the
*> operator who made it
01 journal-record.
    05 jr-timestamp pic x(14).
    05 filler pic x.
        10 jr-after-gpa pic 9v99.
        10 jr-after-status pic x.
        10 jr-after-status-date pic x(8).
    05 filler pic x.
    05 jr-operator pic x(8).

*> A journalled grade change (action G): the course record changed,
*> the grade before and after, the reason given for the change, and
*> the operator who made it
01 journal-grade-record.
    05 jg-timestamp pic x(14).
    05 filler pic x.
    05 jg-action pic x.
    05 filler pic x.
    05 jg-idno pic x(7).
    05 jg-code pic x(8).
    05 jg-term pic x(5).
    05 jg-old-grade pic 9v99.
    05 jg-new-grade pic 9v99.
    05 jg-reason pic x(30).
    05 filler pic x.
    05 jg-operator pic x(8).

fd reconcile-report.

*> Output record for the batch billing summary
01 billing-summary-record pic x(100).

fd prereq-file.

*> One prerequisite: the course, a course that must be completed
*> before it, and the minimum grade points required in that course
01 prereq-record.
    05 pq-code pic x(8).
    05 filler pic x(2).
    05 pq-prereq-code pic x(8).
    05 filler pic x(2).
    05 pq-min-grade pic 9v99.

fd override-file.

*> One approved prerequisite override: the student, the course they
*> may take without its prerequisites, who approved it, and when
01 override-record.
    05 ov-idno pic x(7).
    05 filler pic x(2).
    05 ov-code pic x(8).
    05 filler pic x(2).
    05 ov-approved-by pic x(3).
    05 filler pic x(2).
    05 ov-date pic x(8).

fd waitlist-file.

*> One waitlisted registration, in arrival order: the course, the
*> student, and when they joined the queue
01 waitlist-record.
    05 wl-code pic x(8).
    05 filler pic x(2).
    05 wl-idno pic x(7).
    05 filler pic x(2).
    05 wl-stamp pic x(14).

fd waitlist-report.

*> Output record for the waitlist report
01 waitlist-report-record pic x(100).

fd timetable-file.

*> One meeting of a course section: the days it meets (one position
*> per weekday, Monday to Friday, M T W R F or a space), its start and
*> end times (24-hour HHMM), and its room. A course that meets in more
*> than one pattern, such as a lecture and a lab, has one record each
01 timetable-record.
    05 tt-code pic x(8).
    05 filler pic x(2).
    05 tt-days pic x(5).
    05 filler pic x(2).
    05 tt-start pic 9(4).
    05 filler pic x(2).
    05 tt-end pic 9(4).
    05 filler pic x(2).
    05 tt-room pic x(6).

fd student-timetable.

*> Output record for the per-student weekly timetable
01 student-timetable-record pic x(100).

fd room-report.

*> Output record for the room utilisation report
01 room-report-record pic x(100).

fd student-account.

*> One student's receivable account, keyed by idno: the balance owing
*> (negative when in credit), lifetime charges and payments, the last
*> term billed, and the financial hold switch with the date it was set
01 student-account-record.
    05 sa-idno pic x(7).
    05 sa-balance pic s9(7)v99.
    05 sa-charged pic 9(7)v99.
    05 sa-paid pic 9(7)v99.
    05 sa-last-billed-term pic x(5).
    05 sa-last-charge-date pic x(8).
    05 sa-last-payment-date pic x(8).
    05 sa-hold pic x.
    05 sa-hold-date pic x(8).

fd ar-detail-file.

*> One charge or payment on a student's account, in the order posted:
*> C charge (reference is the term billed, with its due date) or
*> P payment (reference is the payment reference)
01 ar-detail-record.
    05 ad-idno pic x(7).
    05 filler pic x(2).
    05 ad-type pic x.
    05 filler pic x(2).
    05 ad-date pic x(8).
    05 filler pic x(2).
    05 ad-due-date pic x(8).
    05 filler pic x(2).
    05 ad-amount pic 9(7)v99.
    05 filler pic x(2).
    05 ad-reference pic x(10).

fd payment-file.

*> One payment received: the student, the date received, the amount,
*> and the bursar's payment reference
01 payment-record.
    05 pay-idno pic x(7).
    05 filler pic x(2).
    05 pay-date pic x(8).
    05 filler pic x(2).
    05 pay-amount pic 9(6)v99.
    05 filler pic x(2).
    05 pay-reference pic x(10).

fd ar-control-file.

*> Receivables control: days from billing to the due date, and days
*> past due before a financial hold is placed
01 ar-control-record.
    05 arc-due-days pic 9(3).
    05 filler pic x(2).
    05 arc-hold-days pic 9(3).

fd ar-statement-file.

*> Output record for the student account statements
01 ar-statement-record pic x(100).

fd ar-aging-report.

*> Output record for the aged receivables report
01 ar-aging-record pic x(120).

fd requirement-file.

*> One requirement of a degree program: C total credits earned, G
*> minimum cumulative GPA, or R a required course (pr-course) passed;
*> pr-value carries the credits or the GPA
01 requirement-record.
    05 pr-program pic x(6).
    05 filler pic x(2).
    05 pr-kind pic x.
    05 filler pic x(2).
    05 pr-course pic x(8).
    05 filler pic x(2).
    05 pr-value pic 9(3)v99.

fd student-program-file.

*> The degree program a student is registered in
01 student-program-record.
    05 sp-idno pic x(7).
    05 filler pic x(2).
    05 sp-program pic x(6).

fd audit-report.

*> Output record for the degree audit
01 audit-record pic x(100).

fd eligible-report.

*> Output record for the eligible-to-graduate report
01 eligible-record pic x(100).

fd sheet-file.

*> One line of an instructor grade sheet. The H line heads the sheet
*> with the course, term, and title; each D line is one enrolled
*> student with the grade column (grade points, e.g. 3.50) the
*> instructor fills in, and a reason column needed only when a grade
*> already posted is being changed
01 sheet-record.
    05 gs-type pic x.
    05 filler pic x.
    05 gs-code pic x(8).
    05 filler pic x.
    05 gs-term pic x(5).
    05 filler pic x.
    05 gs-idno pic x(7).
    05 filler pic x.
    05 gs-name pic x(15).
    05 filler pic x.
    05 gs-grade pic x(4).
    05 filler pic x.
    05 gs-reason pic x(30).

01 sheet-header-record.
    05 gh-type pic x.
    05 filler pic x.
    05 gh-code pic x(8).
    05 filler pic x.
    05 gh-term pic x(5).
    05 filler pic x.
    05 gh-title pic x(30).
    05 filler pic x.
    05 gh-count pic 9(3).
    05 filler pic x(26).

fd posting-report.

*> Output record for the grade posting report
01 posting-report-record pic x(120).

fd incomplete-file.

*> One incomplete marker: the student, course, and term whose grade
*> is outstanding with the instructor's consent, and when it was posted
01 incomplete-record.
    05 ic-idno pic x(7).
    05 filler pic x(2).
    05 ic-code pic x(8).
    05 filler pic x(2).
    05 ic-term pic x(5).
    05 filler pic x(2).
    05 ic-date pic x(8).

fd enrol-history-file.

*> One enrolment rolled out of enrolment.dat at term close, with how
*> it finished: GRADED, INCOMPLETE, or UNGRADED (a forced close)
01 enrol-history-record.
    05 eh-idno pic x(7).
    05 filler pic x(2).
    05 eh-code pic x(8).
    05 filler pic x(2).
    05 eh-term pic x(5).
    05 filler pic x(2).
    05 eh-disposition pic x(10).
    05 filler pic x(2).
    05 eh-close-date pic x(8).

fd term-close-report.

*> Output record for the term close report
01 term-close-record pic x(100).

fd ops-file.

*> Output record for the shared operations log
01 bill-reject-count pic 9(3) value 0.
01 bill-amount-o pic ZZZ,ZZ9.99.
01 total-assessed-o pic ZZZ,ZZZ,ZZ9.99.

*> The inbound file control check request: the registration file
*> must carry the REGISTRAR header and a trailer whose control total
*> is the sum of the student ids
01 inbound-request.
    05 ib-function pic x.
    05 ib-file-name pic x(100).
    05 ib-source pic x(10) value "REGISTRAR".
    05 ib-total-start pic 999 value 3.
    05 ib-total-length pic 99 value 7.
    05 ib-result pic x.
    05 ib-reason pic x(30).
    05 ib-seq pic 9(6).
    05 ib-records pic 9(8).

*> The general-ledger posting request: gq-function P post or C close
*> the run's batch, the event the chart of accounts maps, its amount
*> and student, and the result gl-post returns
01 gl-request.
    05 gq-function pic x.
    05 gq-source pic x(10) value "BILLING".
    05 gq-event pic x(10).
    05 gq-amount pic s9(9)v99.
    05 gq-reference pic x(12).
    05 gq-result pic x.

01 alumni-file-name pic x(20) value "alumni-archive.dat".

*> Working fields for displaying a student's GPA and idno-flag on a
01 count-not-enrolled pic 9(4) value 0.
01 enrolled-note pic x(20).

*> Working fields for the prerequisite check: the prerequisite table,
*> the approved overrides, and the shortfall found for a registration
01 prereq-table.
    05 prereq-entry occurs 0 to 500 times
        depending on prereq-count.
        10 pqt-code pic x(8).
        10 pqt-prereq-code pic x(8).
        10 pqt-min-grade pic 9v99.
01 prereq-count pic 9(3) value 0.
01 prereq-idx pic 9(3).
01 prereq-eof pic 9 value 1.
01 prereq-loaded pic x value "N".
01 prereq-file-name pic x(20) value "course-prereq.txt".
01 override-table.
    05 override-entry occurs 0 to 500 times
        depending on override-count.
        10 ovt-idno pic x(7).
        10 ovt-code pic x(8).
01 override-count pic 9(3) value 0.
01 override-idx pic 9(3).
01 override-found pic 9(3).
01 override-eof pic 9 value 1.
01 override-file-name pic x(20) value "prereq-override.txt".
01 override-approver pic x(3).
01 prereq-short-code pic x(8).
01 prereq-short-grade pic 9v99.
01 prereq-best-grade pic 9v99.
01 prereq-met pic x.
01 reg-note pic x(30).

*> Working fields for the course waitlists: the queue in arrival
*> order, and the student promoted when a drop frees a seat
01 wait-table.
    05 wait-entry occurs 0 to 999 times
        depending on wait-count.
        10 wtb-code pic x(8).
        10 wtb-idno pic x(7).
        10 wtb-stamp pic x(14).
01 wait-count pic 9(3) value 0.
01 wait-idx pic 9(3).
01 wait-found pic 9(3).
01 wait-eof pic 9 value 1.
01 wait-file-name pic x(20) value "waitlist.dat".
01 wait-position pic 9(3).
01 wait-line pic x(100).
01 reg-count-waitlisted pic 9(5) value 0.
01 reg-count-promoted pic 9(5) value 0.
01 promoted-idno pic x(7).
01 drop-idno pic x(7).
01 course-waiting pic 9(3).

*> Working fields for the section timetable: the meetings in start
*> time order, the clash check, and the room utilisation totals
01 tt-table.
    05 tt-entry occurs 0 to 400 times
        depending on tt-count.
        10 ttt-code pic x(8).
        10 ttt-days pic x(5).
        10 ttt-start pic 9(4).
        10 ttt-end pic 9(4).
        10 ttt-room pic x(6).
01 tt-count pic 9(3) value 0.
01 tt-idx pic 9(3).
01 tt-other pic 9(3).
01 tt-eof pic 9 value 1.
01 tt-loaded pic x value "N".
01 tt-swapped pic x value "N".
01 tt-file-name pic x(25) value "section-timetable.dat".
01 hold-tt-entry pic x(27).
01 clash-code pic x(8).
01 days-shared pic x.
01 day-idx pic 9.
01 day-names pic x(15) value "MonTueWedThuFri".
01 meeting-held pic x.
01 student-meetings pic 9(3).
01 tt-line pic x(100).
01 room-table.
    05 room-entry occurs 0 to 100 times
        depending on room-count.
        10 rmt-room pic x(6).
        10 rmt-meetings pic 9(3).
        10 rmt-minutes pic 9(5).
        10 rmt-seats pic 9(5).
        10 rmt-taken pic 9(5).
01 room-count pic 9(3) value 0.
01 room-idx pic 9(3).
01 room-found pic 9(3).
01 room-full-warned pic x value "N".
01 meeting-minutes pic 9(5).
01 room-week-minutes pic 9(5) value 3000.
01 room-use-pct pic 999v9.
01 room-fill-pct pic 999v9.
01 room-pct-o pic ZZ9.9.
01 room-fill-o pic ZZ9.9.
01 room-hours-o pic ZZ9.9.

*> Working fields for the student receivables ledger: the charges and
*> payments on file, the aging buckets, and the hold rules
01 account-status pic xx value "00".
01 account-file-name pic x(20) value "student-account.idx".
01 ar-detail-name pic x(25) value "student-ar-detail.txt".
01 ar-control-name pic x(20) value "ar-control.txt".
01 payment-file-name pic x(100).
01 ar-mode pic x value "N".
01 ar-loaded pic x value "N".
01 ar-due-days pic 9(3) value 30.
01 ar-hold-days pic 9(3) value 60.
01 ar-eof pic 9 value 1.
01 pay-eof pic 9 value 1.
01 ar-today pic 9(8).
01 ar-due-date pic 9(8).
01 ar-detail-table.
    05 ar-detail-entry occurs 0 to 3000 times
        depending on ard-count.
        10 ard-idno pic x(7).
        10 ard-type pic x.
        10 ard-date pic x(8).
        10 ard-due-date pic x(8).
        10 ard-amount pic 9(7)v99.
        10 ard-reference pic x(10).
01 ard-count pic 9(4) value 0.
01 ard-idx pic 9(4).
01 ard-full-warned pic x value "N".
01 ar-pool pic 9(7)v99.
01 ar-applied pic 9(7)v99.
01 ar-open pic 9(7)v99.
01 ar-days-late pic s9(5).
01 ar-oldest-late pic s9(5).
01 ar-bucket-current pic 9(7)v99.
01 ar-bucket-30 pic 9(7)v99.
01 ar-bucket-60 pic 9(7)v99.
01 ar-bucket-90 pic 9(7)v99.
01 ar-bucket-over pic 9(7)v99.
01 ar-total-current pic 9(9)v99 value 0.
01 ar-total-30 pic 9(9)v99 value 0.
01 ar-total-60 pic 9(9)v99 value 0.
01 ar-total-90 pic 9(9)v99 value 0.
01 ar-total-over pic 9(9)v99 value 0.
01 ar-total-balance pic s9(9)v99 value 0.
01 ar-count-accounts pic 9(5) value 0.
01 ar-count-holds pic 9(5) value 0.
01 ar-count-paid pic 9(5) value 0.
01 ar-count-pay-rejected pic 9(5) value 0.
01 ar-pay-reason pic x(30).
01 ar-line pic x(120).
01 ar-amount-o pic ZZZ,ZZ9.99.
01 ar-balance-o pic -Z,ZZZ,ZZ9.99.
01 ar-b1-o pic ZZZ,ZZ9.99.
01 ar-b2-o pic ZZZ,ZZ9.99.
01 ar-b3-o pic ZZZ,ZZ9.99.
01 ar-b4-o pic ZZZ,ZZ9.99.
01 ar-b5-o pic ZZZ,ZZ9.99.
01 ar-total-o pic ZZZ,ZZZ,ZZ9.99.
01 ar-kind-words pic x(8).

*> Working fields for the degree audit: the program requirements, the
*> program each student is in, and one student's audit results
01 audit-mode pic x value "N".
01 req-table.
    05 req-entry occurs 0 to 300 times
        depending on req-count.
        10 rqt-program pic x(6).
        10 rqt-kind pic x.
        10 rqt-course pic x(8).
        10 rqt-value pic 9(3)v99.
01 req-count pic 9(3) value 0.
01 req-idx pic 9(3).
01 req-eof pic 9 value 1.
01 req-file-name pic x(25) value "program-requirements.txt".
01 sprog-table.
    05 sprog-entry occurs 0 to 999 times
        depending on sprog-count.
        10 spt-idno pic x(7).
        10 spt-program pic x(6).
01 sprog-count pic 9(3) value 0.
01 sprog-idx pic 9(3).
01 sprog-eof pic 9 value 1.
01 sprog-file-name pic x(20) value "student-program.dat".
01 audit-program pic x(6).
01 audit-credits pic 9(4)v9.
01 audit-gpa-credits pic 9(4)v9.
01 audit-points pic 9(5)v99.
01 audit-gpa pic 9v99.
01 audit-outstanding pic 9(3).
01 audit-req-count pic 9(3).
01 audit-course-passed pic x.
01 audit-result pic x(11).
01 audit-count-students pic 9(4) value 0.
01 audit-count-eligible pic 9(4) value 0.
01 audit-line pic x(100).
01 audit-credits-o pic ZZZ9.9.
01 audit-need-o pic ZZZ9.99.

*> Working fields for the grade sheets and grade posting
01 sheet-mode pic x value "N".
01 sheet-file-name pic x(100).
01 sheet-term pic x(5).
01 sheet-eof pic 9 value 1.
01 sheet-students pic 9(3).
01 sheet-count pic 9(3) value 0.
01 sheet-done pic x value "N".
01 post-grade pic 9v99.
01 post-ok pic x.
01 post-reason pic x(60).
01 post-found pic 9(3).
01 post-count-posted pic 9(5) value 0.
01 post-count-changed pic 9(5) value 0.
01 post-count-rejected pic 9(5) value 0.
01 post-count-blank pic 9(5) value 0.
01 post-line pic x(120).
01 max-grade pic 9v99 value 4.00.
01 disp-old-grade pic 9.99.

*> Working fields for the incomplete markers and the term close
01 inc-table.
    05 inc-entry occurs 0 to 999 times
        depending on inc-count.
        10 inct-idno pic x(7).
        10 inct-code pic x(8).
        10 inct-term pic x(5).
        10 inct-date pic x(8).
01 inc-count pic 9(3) value 0.
01 inc-idx pic 9(3).
01 inc-found pic 9(3).
01 inc-eof pic 9 value 1.
01 inc-loaded pic x value "N".
01 inc-file-name pic x(25) value "incomplete-grades.dat".
01 enrol-history-name pic x(25) value "enrolment-history.dat".
01 close-mode pic x value "N".
01 close-term pic x(5).
01 close-force pic x value "N".
01 close-date pic x(8).
01 close-disposition pic x(10).
01 close-count-graded pic 9(4) value 0.
01 close-count-incomplete pic 9(4) value 0.
01 close-count-ungraded pic 9(4) value 0.
01 close-line pic x(100).
01 disp-min-grade pic 9.99.

*> Working fields for the page-formatted roster report
01 roster-line pic x(80).
01 page-num pic 9(3) value 0.
01 backup-eof pic 9 value 1.
01 journal-eof pic 9 value 1.

*> Operator sign-on for the maintenance menu: the request passed to
*> the operator-security subprogram (sr-function S sign on, A check a
*> function's authority, O sign off), the operator the journal
*> entries carry, and the sign-on attempt count
01 security-request.
    05 sr-function pic x.
    05 sr-program pic x(15) value "fileio-arrays".
    05 sr-operator pic x(8).
    05 sr-password pic x(20).
    05 sr-action pic x.
    05 sr-detail pic x(30).
    05 sr-result pic x.
    05 sr-message pic x(40).
01 operator-id pic x(8) value "BATCH".
01 signon-status pic x value "N".
01 signon-attempts pic 9 value 0.
01 menu-allowed pic x value "Y".
01 answer-secret pic x value "N".

*> Working fields for the batch transaction maintenance mode
01 trx-file-name pic x(100).
01 trx-eof pic 9 value 1.
        perform registration-mode
    end-if.

    display "Grade sheets: S to write them, P to post returned sheets, N for neither: ".
    perform get-run-answer.
    move run-answer to sheet-mode.
    evaluate true
        when sheet-mode = "S" or sheet-mode = "s"
            perform write-grade-sheets
        when sheet-mode = "P" or sheet-mode = "p"
            perform post-grade-sheets
    end-evaluate.

    display "Close a term and roll its enrolments into course history? (Y/N): ".
    perform get-run-answer.
    move run-answer to close-mode.
    if close-mode = "Y" or close-mode = "y"
        perform term-close
    end-if.

    display "Recalculate GPAs from the course file? (Y/N): ".
    perform get-run-answer.
    move run-answer to recalc-mode.
        perform billing-run
    end-if.

    display "Post student payments and print account statements? (Y/N): ".
    perform get-run-answer.
    move run-answer to ar-mode.
    if ar-mode = "Y" or ar-mode = "y"
        perform receivables-run
    end-if.

    display "Print roster in name-sorted order? (Y/N): ".
    perform get-run-answer.
    move run-answer to sort-mode.
        end-if
    end-if.

    display "Run the degree audit and eligible-to-graduate report? (Y/N): ".
    perform get-run-answer.
    move run-answer to audit-mode.
    if audit-mode = "Y" or audit-mode = "y"
        perform degree-audit
    end-if.

    display "Enter file maintenance mode? (Y/N, B to apply a batch".
    display "transaction file, R to replay the journal, P to purge".
    display "graduated/withdrawn students to the alumni archive): ".

    if param-mode = "Y"
        move param-record to run-answer
        if answer-secret = "Y"
            display "********"
        else
            display run-answer
        end-if
    else
        accept run-answer
    end-if.

*> Appends this run's end line - records read, records rejected, and
*> completion status - and sets the return code the scheduler tests:
*> 0 for OK, 8 when rejects exceed the review limit, 12 when an
*> inbound file is refused, 16 on a failure
write-ops-end.

    if ops-status = spaces
            move 0 to return-code
        when ops-status = "REJECT-LIMIT"
            move 8 to return-code
        when ops-status = "REFUSED"
            move 12 to return-code
        when other
            move 16 to return-code
    end-evaluate.
            " not found - registration mode skipped"
    else
        perform load-course-catalog
        perform load-prereq-tables
        perform load-waitlist-table
        perform load-timetable-table
        perform reg-file-check
        perform verify-inbound-file

        open input reg-file
        open input student-master
        open output reg-report

        move "N" to ar-loaded
        call "CBL_CHECK_FILE_EXIST" using account-file-name student-account-record
        if return-code = 0
            open input student-account
            move account-status to io-fail-status
            move account-file-name to io-fail-file
            perform check-open-status
            move "Y" to ar-loaded
        end-if

        move "Course Registration Report" to reg-line
        perform write-reg-line
        move spaces to reg-line

        move 0 to reg-count-applied
        move 0 to reg-count-rejected
        move spaces to promoted-idno
        move 1 to reg-eof
        perform process-reg-transaction
            until reg-eof = 0
            reg-count-applied delimited by size
            "  rejected: " delimited by size
            reg-count-rejected delimited by size
            "  waitlisted: " delimited by size
            reg-count-waitlisted delimited by size
            "  promoted: " delimited by size
            reg-count-promoted delimited by size
            into reg-line
        end-string
        perform write-reg-line

        perform write-seat-counts
        perform write-waitlist-report
        if tt-loaded = "Y"
            perform write-student-timetables
            perform write-room-utilisation
        end-if

        close reg-file
        close student-master
        close reg-report
        if ar-loaded = "Y"
            close student-account
            move "N" to ar-loaded
        end-if

        move "A" to ib-function
        call "inbound-check" using inbound-request

        perform save-enrolment-file
        perform save-waitlist-file
        move "Y" to enrol-loaded
    end-if.

        at end move 0 to reg-eof
    end-read.

    if reg-eof is not = zero and reg-record(1:3) is not = "HDR"
        and reg-record(1:3) is not = "TRL"
        move "Y" to reg-applied
        move spaces to reg-reason
        move spaces to reg-note

        evaluate true
            when rg-action = "R" or rg-action = "r"
                perform apply-registration
            when rg-action = "D" or rg-action = "d"
                perform apply-drop
            when rg-action = "O" or rg-action = "o"
                move "REG" to override-approver
                perform apply-prereq-override
            when other
                move "N" to reg-applied
                move "unknown action code" to reg-reason
        end-evaluate

        evaluate true
            when reg-applied = "Y"
                add 1 to reg-count-applied
                string rg-action delimited by size
                    " " delimited by size
                    rg-idno delimited by size
                    " " delimited by size
                    rg-code delimited by size
                    "  APPLIED" delimited by size
                    reg-note delimited by size
                    into reg-line
                end-string
            when reg-applied = "W"
                add 1 to reg-count-waitlisted
                string rg-action delimited by size
                    " " delimited by size
                    rg-idno delimited by size
                    " " delimited by size
                    rg-code delimited by size
                    "  WAITLISTED - course is full, position " delimited by size
                    wait-position delimited by size
                    into reg-line
                end-string
            when other
                add 1 to reg-count-rejected
                string rg-action delimited by size
                    " " delimited by size
                    rg-idno delimited by size
                    " " delimited by size
                    rg-code delimited by size
                    "  REJECTED - " delimited by size
                    reg-reason delimited by size
                    into reg-line
                end-string
        end-evaluate

        perform write-reg-line

        if promoted-idno is not = spaces
            add 1 to reg-count-promoted
            string "P " delimited by size
                promoted-idno delimited by size
                " " delimited by size
                rg-code delimited by size
                "  PROMOTED from the waitlist into the freed seat" delimited by size
                into reg-line
            end-string
            perform write-reg-line
            move spaces to promoted-idno
        end-if
    end-if.

*> Registers the student in the course after the master, catalog,
*> duplicate, and prerequisite checks pass; a full course puts the
*> student on its waitlist instead
apply-registration.
    perform check-reg-eligibility.

    if reg-applied = "Y"
        perform count-course-seats
        if seat-count >= cat-capacity(cat-found)
            perform add-waitlist-entry
        end-if
    end-if.

    if reg-applied = "Y"
        perform add-enrolment-entry
    end-if.

*> The checks a registration must pass before a seat is looked for:
*> the student is in the master, the course is in the catalog, the
*> student is not already enrolled, and the prerequisites are met.
*> A waitlist promotion passes through the same checks
check-reg-eligibility.
    move rg-idno to sm-idno.
    read student-master
        invalid key
    end-if.

    if reg-applied = "Y"
        perform check-prerequisites
    end-if.

    if reg-applied = "Y" and ar-loaded = "Y"
        move rg-idno to sa-idno
        read student-account
            invalid key move "N" to sa-hold
        end-read
        if sa-hold = "Y"
            move "N" to reg-applied
            move "HOLD - financial hold on account" to reg-reason
        end-if
    end-if.

    if reg-applied = "Y" and tt-loaded = "Y"
        perform check-timetable-clash
        if clash-code is not = spaces
            move "N" to reg-applied
            string "CLASH - overlaps " delimited by size
                clash-code delimited by size
                into reg-reason
            end-string
        end-if
    end-if.

*> Gives rg-idno a seat in rg-code
add-enrolment-entry.
    if reg-applied = "Y"
        if enrol-count >= 999
            move "N" to reg-applied
        end-if
    end-if.

*> Checks the student has completed every prerequisite of the course
*> at its minimum grade, from their course.dat records; a shortfall
*> rejects the add with a PREREQ reason unless the registrar has
*> recorded an approved override for this student and course
check-prerequisites.
    move "Y" to prereq-met.
    move 1 to prereq-idx.
    perform check-one-prerequisite
        until prereq-idx > prereq-count or prereq-met = "N".

    if prereq-met = "N"
        perform find-prereq-override
        if override-found > 0
            move " (prerequisite override)" to reg-note
        else
            move "N" to reg-applied
            move prereq-short-grade to disp-min-grade
            string "PREREQ - needs " delimited by size
                prereq-short-code delimited by size
                " at " delimited by size
                disp-min-grade delimited by size
                into reg-reason
            end-string
        end-if
    end-if.

*> Checks one prerequisite entry when it belongs to the course being
*> registered: the student's best grade in the prerequisite course
*> must reach the minimum
check-one-prerequisite.
    if pqt-code(prereq-idx) = rg-code
        move 0 to prereq-best-grade
        move "N" to prereq-met
        move 1 to course-idx
        perform scan-prereq-course
            until course-idx > course-count

        if prereq-met = "N"
            move pqt-prereq-code(prereq-idx) to prereq-short-code
            move pqt-min-grade(prereq-idx) to prereq-short-grade
        end-if
    end-if.

    if prereq-met = "Y"
        add 1 to prereq-idx
    end-if.

*> Notes whether one of the student's course records completes the
*> current prerequisite at or above its minimum grade
scan-prereq-course.
    if ctbl-idno(course-idx) = rg-idno
        and ctbl-code(course-idx) = pqt-prereq-code(prereq-idx)
        and ctbl-grade(course-idx) >= pqt-min-grade(prereq-idx)
        move "Y" to prereq-met
    end-if.
    add 1 to course-idx.

*> Searches the approved overrides for the current student and course
find-prereq-override.
    move 0 to override-found.
    move 1 to override-idx.
    perform find-override-compare
        until override-idx > override-count or override-found > 0.

*> Compares one override entry against the current student and course
find-override-compare.
    if ovt-idno(override-idx) = rg-idno
        and ovt-code(override-idx) = rg-code
        move override-idx to override-found
    else
        add 1 to override-idx
    end-if.

*> Records an approved prerequisite override for rg-idno in rg-code,
*> appending it to the override file and the override table;
*> override-approver carries the approving registrar's initials
apply-prereq-override.
    if prereq-loaded = "N"
        perform load-prereq-tables
    end-if.

    perform find-prereq-override.
    if override-found > 0
        move "N" to reg-applied
        move "override already on file" to reg-reason
    else
        if override-count >= 500
            move "N" to reg-applied
            move "override table full" to reg-reason
        else
            add 1 to override-count
            move rg-idno to ovt-idno(override-count)
            move rg-code to ovt-code(override-count)

            call "CBL_CHECK_FILE_EXIST" using override-file-name override-record
            if return-code is not = 0
                open output override-file
                close override-file
            end-if
            open extend override-file
            move spaces to override-record
            move rg-idno to ov-idno
            move rg-code to ov-code
            move override-approver to ov-approved-by
            move function current-date to current-date-time
            move current-date-time(1:8) to ov-date
            write override-record
            close override-file

            move " (prerequisite override recorded)" to reg-note
        end-if
    end-if.

*> Loads the prerequisite table and the approved overrides; either
*> file may be absent, which leaves its table empty
load-prereq-tables.
    move "Y" to prereq-loaded.
    move 0 to prereq-count.
    call "CBL_CHECK_FILE_EXIST" using prereq-file-name prereq-record.
    if return-code = 0
        move 1 to prereq-eof
        open input prereq-file
        perform load-prereq-entry
            until prereq-eof = 0
        close prereq-file
    end-if.

    move 0 to override-count.
    call "CBL_CHECK_FILE_EXIST" using override-file-name override-record.
    if return-code = 0
        move 1 to override-eof
        open input override-file
        perform load-override-entry
            until override-eof = 0
        close override-file
    end-if.

*> Reads one prerequisite record into the next slot of the table
load-prereq-entry.
    read prereq-file
        at end move 0 to prereq-eof
    end-read.

    if prereq-eof is not = zero
        if prereq-count >= 500
            display "Warning: prerequisite table full - further"
                " prerequisite records ignored"
            move 0 to prereq-eof
        else
            add 1 to prereq-count
            move pq-code to pqt-code(prereq-count)
            move pq-prereq-code to pqt-prereq-code(prereq-count)
            move pq-min-grade to pqt-min-grade(prereq-count)
        end-if
    end-if.

*> Reads one approved override into the next slot of the table
load-override-entry.
    read override-file
        at end move 0 to override-eof
    end-read.

    if override-eof is not = zero
        if override-count >= 500
            display "Warning: prerequisite override table full - further"
                " overrides ignored"
            move 0 to override-eof
        else
            add 1 to override-count
            move ov-idno to ovt-idno(override-count)
            move ov-code to ovt-code(override-count)
        end-if
    end-if.

*> Drops the student's enrolment in the course
apply-drop.
    perform find-enrolment-entry.

    if enrol-found = 0
        perform find-waitlist-entry
        if wait-found > 0
            move wait-found to wait-idx
            perform remove-waitlist-entry
            move " (removed from waitlist)" to reg-note
        else
            move "N" to reg-applied
            move "not enrolled in this course" to reg-reason
        end-if
    else
        move enrol-found to enrol-idx
        perform shift-enrolment-entry
            until enrol-idx >= enrol-count
        subtract 1 from enrol-count
        perform promote-from-waitlist
    end-if.

*> Queues a registration for a full course at the end of the course's
*> waitlist; a student already queued for the course is rejected
add-waitlist-entry.
    perform find-waitlist-entry.
    if wait-found > 0
        move "N" to reg-applied
        move "course is full - already on its waitlist" to reg-reason
    else
        if wait-count >= 999
            move "N" to reg-applied
            move "course is full - waitlist table full" to reg-reason
        else
            add 1 to wait-count
            move rg-code to wtb-code(wait-count)
            move rg-idno to wtb-idno(wait-count)
            move function current-date to current-date-time
            move current-date-time(1:14) to wtb-stamp(wait-count)
            move wait-count to wait-found
            perform find-wait-position
            move "W" to reg-applied
        end-if
    end-if.

*> Searches the waitlists for the current student and course
find-waitlist-entry.
    move 0 to wait-found.
    move 1 to wait-idx.
    perform find-waitlist-compare
        until wait-idx > wait-count or wait-found > 0.

*> Compares one waitlist entry against the current student and course
find-waitlist-compare.
    if wtb-idno(wait-idx) = rg-idno
        and wtb-code(wait-idx) = rg-code
        move wait-idx to wait-found
    else
        add 1 to wait-idx
    end-if.

*> Works out the queue position of the waitlist entry at wait-found
*> within its course
find-wait-position.
    move 0 to wait-position.
    move 1 to wait-idx.
    perform count-wait-position
        until wait-idx > wait-found.

*> Counts one waitlist entry ahead of (or at) wait-found in its course
count-wait-position.
    if wtb-code(wait-idx) = wtb-code(wait-found)
        add 1 to wait-position
    end-if.
    add 1 to wait-idx.

*> Removes the waitlist entry at wait-idx, keeping the rest in arrival
*> order
remove-waitlist-entry.
    perform shift-waitlist-entry
        until wait-idx >= wait-count.
    subtract 1 from wait-count.

*> Copies one waitlist entry down into the previous slot
shift-waitlist-entry.
    move wait-entry(wait-idx + 1) to wait-entry(wait-idx).
    add 1 to wait-idx.

*> A drop has freed a seat in rg-code: enrols the first student on the
*> course's waitlist who still passes the registration checks.
*> promoted-idno carries who was promoted for the report line
promote-from-waitlist.
    move rg-idno to drop-idno.
    move spaces to promoted-idno.
    move 1 to wait-idx.
    perform try-waitlist-promotion
        until wait-idx > wait-count or promoted-idno is not = spaces.

    move drop-idno to rg-idno.
    move "Y" to reg-applied.
    move spaces to reg-reason.
    move spaces to reg-note.

*> Tries the waitlist entry at wait-idx when it is for the course a
*> seat was freed in; an ineligible student keeps their place
try-waitlist-promotion.
    if wtb-code(wait-idx) = rg-code
        move wtb-idno(wait-idx) to rg-idno
        move "Y" to reg-applied
        move spaces to reg-reason
        move wait-idx to wait-found
        perform check-reg-eligibility
        move wait-found to wait-idx
        if reg-applied = "Y"
            perform add-enrolment-entry
        end-if
        if reg-applied = "Y"
            move rg-idno to promoted-idno
            perform remove-waitlist-entry
        else
            add 1 to wait-idx
        end-if
    else
        add 1 to wait-idx
    end-if.

*> Finds a course the student already holds whose meetings overlap a
*> meeting of rg-code on a shared day; clash-code is that course, or
*> spaces when the new course fits the student's timetable
check-timetable-clash.
    move spaces to clash-code.
    move 1 to tt-idx.
    perform check-meeting-clash
        until tt-idx > tt-count or clash-code is not = spaces.

*> Compares one meeting of rg-code against every other course's
*> meetings
check-meeting-clash.
    if ttt-code(tt-idx) = rg-code
        move 1 to tt-other
        perform compare-meeting-pair
            until tt-other > tt-count or clash-code is not = spaces
    end-if.
    add 1 to tt-idx.

*> Compares the meeting at tt-idx with the meeting at tt-other: they
*> clash when they share a day and their times overlap and the
*> student holds a seat in the other course
compare-meeting-pair.
    if ttt-code(tt-other) is not = rg-code
        and ttt-start(tt-idx) < ttt-end(tt-other)
        and ttt-start(tt-other) < ttt-end(tt-idx)
        move "N" to days-shared
        move 1 to day-idx
        perform compare-meeting-day
            until day-idx > 5 or days-shared = "Y"
        if days-shared = "Y"
            move 0 to enrol-found
            move 1 to enrol-idx
            perform find-clash-enrolment
                until enrol-idx > enrol-count or enrol-found > 0
            if enrol-found > 0
                move ttt-code(tt-other) to clash-code
            end-if
        end-if
    end-if.
    add 1 to tt-other.

*> Notes whether both meetings are held on one weekday
compare-meeting-day.
    if ttt-days(tt-idx)(day-idx:1) is not = space
        and ttt-days(tt-other)(day-idx:1) is not = space
        move "Y" to days-shared
    end-if.
    add 1 to day-idx.

*> Compares one enrolment against the student and the other course
find-clash-enrolment.
    if etb-idno(enrol-idx) = rg-idno
        and etb-code(enrol-idx) = ttt-code(tt-other)
        move enrol-idx to enrol-found
    else
        add 1 to enrol-idx
    end-if.

*> Loads the section timetable and puts its meetings in start time
*> order for the timetable printouts
load-timetable-table.
    move 0 to tt-count.
    call "CBL_CHECK_FILE_EXIST" using tt-file-name timetable-record.
    if return-code = 0
        move "Y" to tt-loaded
        move 1 to tt-eof
        open input timetable-file
        perform load-timetable-entry
            until tt-eof = 0
        close timetable-file

        move "Y" to tt-swapped
        perform tt-sort-pass
            until tt-swapped = "N"
    end-if.

*> Reads one timetable meeting into the next slot of the table
load-timetable-entry.
    read timetable-file
        at end move 0 to tt-eof
    end-read.

    if tt-eof is not = zero
        if tt-count >= 400
            display "Warning: timetable table full - further"
                " timetable records ignored"
            move 0 to tt-eof
        else
            add 1 to tt-count
            move tt-code to ttt-code(tt-count)
            move tt-days to ttt-days(tt-count)
            move tt-start to ttt-start(tt-count)
            move tt-end to ttt-end(tt-count)
            move tt-room to ttt-room(tt-count)
        end-if
    end-if.

*> One pass of the start time sort, swapping any out-of-order
*> neighbours
tt-sort-pass.
    move "N" to tt-swapped.
    move 1 to tt-idx.
    perform tt-sort-compare
        until tt-idx >= tt-count.

*> Compares one adjacent pair of meetings by start time
tt-sort-compare.
    if ttt-start(tt-idx) > ttt-start(tt-idx + 1)
        move tt-entry(tt-idx) to hold-tt-entry
        move tt-entry(tt-idx + 1) to tt-entry(tt-idx)
        move hold-tt-entry to tt-entry(tt-idx + 1)
        move "Y" to tt-swapped
    end-if.
    add 1 to tt-idx.

*> Writes the weekly timetable of every student holding a seat: their
*> meetings day by day in start time order, with course and room
write-student-timetables.
    open output student-timetable.
    move "Student Weekly Timetables" to tt-line.
    perform write-tt-line.

    move 1 to i.
    perform write-one-timetable
        until i > student-count.

    close student-timetable.

*> Writes one student's week, when they hold any seats
write-one-timetable.
    move 0 to student-meetings.
    move 1 to enrol-idx.
    perform count-student-seat
        until enrol-idx > enrol-count.

    if student-meetings > 0
        move spaces to tt-line
        perform write-tt-line
        string "Timetable for " delimited by size
            tbl-idno(i) delimited by size
            "  " delimited by size
            tbl-name(i) delimited by size
            into tt-line
        end-string
        perform write-tt-line

        move 1 to day-idx
        perform write-timetable-day
            until day-idx > 5
    end-if.

    add 1 to i.

*> Counts one enrolment when it belongs to the current student
count-student-seat.
    if etb-idno(enrol-idx) = tbl-idno(i)
        add 1 to student-meetings
    end-if.
    add 1 to enrol-idx.

*> Writes the current student's meetings on one weekday
write-timetable-day.
    move 1 to tt-other.
    perform write-timetable-meeting
        until tt-other > tt-count.
    add 1 to day-idx.

*> Writes one meeting on the current weekday when the student holds a
*> seat in its course
write-timetable-meeting.
    if ttt-days(tt-other)(day-idx:1) is not = space
        move "N" to meeting-held
        move 1 to enrol-idx
        perform find-timetable-seat
            until enrol-idx > enrol-count or meeting-held = "Y"

        if meeting-held = "Y"
            move ttt-code(tt-other) to rg-code
            perform find-catalog-course
            string "  " delimited by size
                day-names((day-idx - 1) * 3 + 1:3) delimited by size
                "  " delimited by size
                ttt-start(tt-other) delimited by size
                "-" delimited by size
                ttt-end(tt-other) delimited by size
                "  " delimited by size
                ttt-code(tt-other) delimited by size
                "  " delimited by size
                ttt-room(tt-other) delimited by size
                into tt-line
            end-string
            if cat-found > 0
                move cat-title(cat-found) to tt-line(43:30)
            end-if
            perform write-tt-line
        end-if
    end-if.
    add 1 to tt-other.

*> Notes whether the current student holds a seat in the meeting's
*> course
find-timetable-seat.
    if etb-idno(enrol-idx) = tbl-idno(i)
        and etb-code(enrol-idx) = ttt-code(tt-other)
        move "Y" to meeting-held
    end-if.
    add 1 to enrol-idx.

*> Writes one line of the student timetable file
write-tt-line.
    move tt-line to student-timetable-record.
    write student-timetable-record.
    move spaces to tt-line.

*> Writes the room utilisation report: per room, the meetings held,
*> the weekly hours booked against the teaching week, and the seats
*> taken against the seats offered in the courses it holds
write-room-utilisation.
    move 0 to room-count.
    move 1 to tt-idx.
    perform tally-room-meeting
        until tt-idx > tt-count.

    open output room-report.
    move "Room Utilisation Report" to tt-line.
    perform write-room-line.
    move spaces to tt-line.
    perform write-room-line.
    move "  Room    Meetings  Hours/week  Booked%  Seats taken/offered  Fill%"
        to tt-line.
    perform write-room-line.

    move 1 to room-idx.
    perform write-one-room
        until room-idx > room-count.

    close room-report.

*> Folds one meeting into its room's totals: the meeting's weekly
*> minutes and, once per course in the room, its seats
tally-room-meeting.
    move 0 to room-found.
    move 1 to room-idx.
    perform find-room-compare
        until room-idx > room-count or room-found > 0.

    if room-found = 0
        if room-count >= 100
            if room-full-warned = "N"
                display "Warning: room table full - further rooms left"
                    " out of the utilisation report"
                move "Y" to room-full-warned
            end-if
        else
            add 1 to room-count
            move room-count to room-found
            move ttt-room(tt-idx) to rmt-room(room-found)
            move 0 to rmt-meetings(room-found)
            move 0 to rmt-minutes(room-found)
            move 0 to rmt-seats(room-found)
            move 0 to rmt-taken(room-found)
        end-if
    end-if.

    if room-found > 0
        add 1 to rmt-meetings(room-found)
        compute meeting-minutes =
            ((function integer (ttt-end(tt-idx) / 100) * 60)
                + function mod (ttt-end(tt-idx), 100))
            - ((function integer (ttt-start(tt-idx) / 100) * 60)
                + function mod (ttt-start(tt-idx), 100))
        move 0 to student-meetings
        move 1 to day-idx
        perform count-meeting-day
            until day-idx > 5
        compute rmt-minutes(room-found) = rmt-minutes(room-found)
            + (meeting-minutes * student-meetings)

        move "N" to meeting-held
        move 1 to tt-other
        perform find-earlier-room-meeting
            until tt-other >= tt-idx or meeting-held = "Y"

        move ttt-code(tt-idx) to rg-code
        perform find-catalog-course
        if cat-found > 0 and meeting-held = "N"
            add cat-capacity(cat-found) to rmt-seats(room-found)
            perform count-course-seats
            add seat-count to rmt-taken(room-found)
        end-if
    end-if.

    add 1 to tt-idx.

*> Notes whether an earlier meeting of the same course was held in
*> the same room, so a course's seats count once per room
find-earlier-room-meeting.
    if ttt-code(tt-other) = ttt-code(tt-idx)
        and ttt-room(tt-other) = ttt-room(tt-idx)
        move "Y" to meeting-held
    end-if.
    add 1 to tt-other.

*> Compares one room entry against the current meeting's room
find-room-compare.
    if rmt-room(room-idx) = ttt-room(tt-idx)
        move room-idx to room-found
    else
        add 1 to room-idx
    end-if.

*> Counts one weekday the current meeting is held on
count-meeting-day.
    if ttt-days(tt-idx)(day-idx:1) is not = space
        add 1 to student-meetings
    end-if.
    add 1 to day-idx.

*> Writes one room's utilisation line
write-one-room.
    compute room-use-pct rounded =
        (rmt-minutes(room-idx) * 100) / room-week-minutes.
    if rmt-seats(room-idx) > 0
        compute room-fill-pct rounded =
            (rmt-taken(room-idx) * 100) / rmt-seats(room-idx)
    else
        move 0 to room-fill-pct
    end-if.
    compute room-hours-o rounded = rmt-minutes(room-idx) / 60.
    move room-use-pct to room-pct-o.
    move room-fill-pct to room-fill-o.

    string "  " delimited by size
        rmt-room(room-idx) delimited by size
        "  " delimited by size
        rmt-meetings(room-idx) delimited by size
        "       " delimited by size
        room-hours-o delimited by size
        "       " delimited by size
        room-pct-o delimited by size
        "    " delimited by size
        rmt-taken(room-idx) delimited by size
        "/" delimited by size
        rmt-seats(room-idx) delimited by size
        "          " delimited by size
        room-fill-o delimited by size
        into tt-line
    end-string.
    perform write-room-line.

    add 1 to room-idx.

*> Writes one line of the room utilisation report and echoes it to
*> the terminal so the two outputs never drift apart
write-room-line.
    display tt-line.
    move tt-line to room-report-record.
    write room-report-record.
    move spaces to tt-line.

*> Audits every active student against their program's requirements
*> from their course.dat records - credits earned at a passing grade,
*> required courses passed, and the credit-weighted cumulative GPA -
*> and lists the students who meet every requirement as eligible to
*> graduate
degree-audit.
    call "CBL_CHECK_FILE_EXIST" using req-file-name requirement-record.
    if return-code is not = 0
        display "File Error: " req-file-name
            " not found - degree audit skipped"
    else
        perform load-requirement-table
        perform load-student-program-table

        open output audit-report
        open output eligible-report

        move "Degree Audit" to audit-line
        perform write-audit-line
        move "Eligible to Graduate - every program requirement met" to audit-line
        perform write-eligible-line
        move spaces to audit-line
        perform write-eligible-line
        move "  ID       Name             Program  Credits  GPA" to audit-line
        perform write-eligible-line

        move 0 to audit-count-students
        move 0 to audit-count-eligible
        move 1 to i
        perform audit-one-student
            until i > student-count

        move spaces to audit-line
        perform write-audit-line
        string "Students audited: " delimited by size
            audit-count-students delimited by size
            "  eligible to graduate: " delimited by size
            audit-count-eligible delimited by size
            into audit-line
        end-string
        perform write-audit-line

        move spaces to audit-line
        perform write-eligible-line
        string "Students eligible: " delimited by size
            audit-count-eligible delimited by size
            into audit-line
        end-string
        perform write-eligible-line

        close audit-report
        close eligible-report
    end-if.

*> Loads the program requirements into their table
load-requirement-table.
    move 0 to req-count.
    move 1 to req-eof.
    open input requirement-file.
    perform load-requirement-entry
        until req-eof = 0.
    close requirement-file.

*> Reads one program requirement into the next slot of the table
load-requirement-entry.
    read requirement-file
        at end move 0 to req-eof
    end-read.

    if req-eof is not = zero
        if req-count >= 300
            display "Warning: program requirement table full - further"
                " requirements ignored"
            move 0 to req-eof
        else
            add 1 to req-count
            move pr-program to rqt-program(req-count)
            move pr-kind to rqt-kind(req-count)
            move pr-course to rqt-course(req-count)
            move pr-value to rqt-value(req-count)
        end-if
    end-if.

*> Loads the program each student is registered in; the file may be
*> absent, in which case no student has a program to be audited on
load-student-program-table.
    move 0 to sprog-count.
    call "CBL_CHECK_FILE_EXIST" using sprog-file-name student-program-record.
    if return-code = 0
        move 1 to sprog-eof
        open input student-program-file
        perform load-student-program-entry
            until sprog-eof = 0
        close student-program-file
    end-if.

*> Reads one student's program into the next slot of the table
load-student-program-entry.
    read student-program-file
        at end move 0 to sprog-eof
    end-read.

    if sprog-eof is not = zero
        if sprog-count >= 999
            display "Warning: student program table full - further"
                " records ignored"
            move 0 to sprog-eof
        else
            add 1 to sprog-count
            move sp-idno to spt-idno(sprog-count)
            move sp-program to spt-program(sprog-count)
        end-if
    end-if.

*> Audits one active student: totals their earned credits and GPA,
*> checks each requirement of their program, and writes the student
*> to the eligible report when nothing is outstanding
audit-one-student.
    if tbl-status(i) = "A"
        add 1 to audit-count-students
        move spaces to audit-program
        move 1 to sprog-idx
        perform find-student-program
            until sprog-idx > sprog-count or audit-program is not = spaces

        move 0 to audit-credits
        move 0 to audit-gpa-credits
        move 0 to audit-points
        move 1 to course-idx
        perform total-audit-course
            until course-idx > course-count
        if audit-gpa-credits > 0
            compute audit-gpa rounded = audit-points / audit-gpa-credits
        else
            move 0 to audit-gpa
        end-if

        move spaces to audit-line
        perform write-audit-line
        move audit-credits to audit-credits-o
        move audit-gpa to disp-gpa
        string "Student " delimited by size
            tbl-idno(i) delimited by size
            "  " delimited by size
            tbl-name(i) delimited by size
            "  Program: " delimited by size
            audit-program delimited by size
            "  Credits earned: " delimited by size
            audit-credits-o delimited by size
            "  GPA: " delimited by size
            disp-gpa delimited by size
            into audit-line
        end-string
        perform write-audit-line

        move 0 to audit-outstanding
        move 0 to audit-req-count
        if audit-program = spaces
            add 1 to audit-outstanding
            move "  OUTSTANDING  no degree program on file for this student"
                to audit-line
            perform write-audit-line
        else
            move 1 to req-idx
            perform audit-one-requirement
                until req-idx > req-count
            if audit-req-count = 0
                add 1 to audit-outstanding
                move "  OUTSTANDING  no requirements on file for this program"
                    to audit-line
                perform write-audit-line
            end-if
        end-if

        if audit-outstanding = 0
            add 1 to audit-count-eligible
            move "  Result: ELIGIBLE to graduate" to audit-line
            perform write-audit-line
            string "  " delimited by size
                tbl-idno(i) delimited by size
                "  " delimited by size
                tbl-name(i) delimited by size
                "  " delimited by size
                audit-program delimited by size
                "   " delimited by size
                audit-credits-o delimited by size
                "  " delimited by size
                disp-gpa delimited by size
                into audit-line
            end-string
            perform write-eligible-line
        else
            string "  Result: not yet eligible - " delimited by size
                audit-outstanding delimited by size
                " requirement(s) outstanding" delimited by size
                into audit-line
            end-string
            perform write-audit-line
        end-if
    end-if.

    add 1 to i.

*> Compares one student-program entry against the current student
find-student-program.
    if spt-idno(sprog-idx) = tbl-idno(i)
        move spt-program(sprog-idx) to audit-program
    end-if.
    add 1 to sprog-idx.

*> Folds one of the current student's courses into the audit totals:
*> every graded course counts toward the GPA, a passing one toward
*> the credits earned
total-audit-course.
    if ctbl-idno(course-idx) = tbl-idno(i)
        add ctbl-credit(course-idx) to audit-gpa-credits
        compute audit-points = audit-points
            + (ctbl-grade(course-idx) * ctbl-credit(course-idx))
        if ctbl-grade(course-idx) >= pass-threshold
            add ctbl-credit(course-idx) to audit-credits
        end-if
    end-if.
    add 1 to course-idx.

*> Checks one requirement when it belongs to the student's program and
*> writes it as satisfied or outstanding
audit-one-requirement.
    if rqt-program(req-idx) = audit-program
        add 1 to audit-req-count
        move rqt-value(req-idx) to audit-need-o
        evaluate rqt-kind(req-idx)
            when "C"
                if audit-credits >= rqt-value(req-idx)
                    move "SATISFIED" to audit-result
                else
                    move "OUTSTANDING" to audit-result
                end-if
                string "  " delimited by size
                    audit-result delimited by size
                    "  total credits: need " delimited by size
                    audit-need-o delimited by size
                    ", earned " delimited by size
                    audit-credits-o delimited by size
                    into audit-line
                end-string
            when "G"
                if audit-gpa >= rqt-value(req-idx)
                    move "SATISFIED" to audit-result
                else
                    move "OUTSTANDING" to audit-result
                end-if
                string "  " delimited by size
                    audit-result delimited by size
                    "  cumulative GPA: need " delimited by size
                    audit-need-o delimited by size
                    ", have " delimited by size
                    disp-gpa delimited by size
                    into audit-line
                end-string
            when other
                move "N" to audit-course-passed
                move 1 to course-idx
                perform find-required-course
                    until course-idx > course-count
                if audit-course-passed = "Y"
                    move "SATISFIED" to audit-result
                else
                    move "OUTSTANDING" to audit-result
                end-if
                string "  " delimited by size
                    audit-result delimited by size
                    "  required course " delimited by size
                    rqt-course(req-idx) delimited by size
                    into audit-line
                end-string
        end-evaluate
        if audit-result = "OUTSTANDING"
            add 1 to audit-outstanding
        end-if
        perform write-audit-line
    end-if.
    add 1 to req-idx.

*> Notes whether the student has passed the required course
find-required-course.
    if ctbl-idno(course-idx) = tbl-idno(i)
        and ctbl-code(course-idx) = rqt-course(req-idx)
        and ctbl-grade(course-idx) >= pass-threshold
        move "Y" to audit-course-passed
    end-if.
    add 1 to course-idx.

*> Writes one line of the degree audit and echoes it to the terminal
*> so the two outputs never drift apart
write-audit-line.
    display audit-line.
    move audit-line to audit-record.
    write audit-record.
    move spaces to audit-line.

*> Writes one line of the eligible-to-graduate report
write-eligible-line.
    move audit-line to eligible-record.
    write eligible-record.
    move spaces to audit-line.

*> Writes one grade sheet per catalog course holding enrolments for
*> the term asked for, named <course>-<term>-grades.txt, listing each
*> enrolled student with a blank grade column
write-grade-sheets.
    call "CBL_CHECK_FILE_EXIST" using catalog-file-name course-catalog-record.
    if return-code is not = 0 or enrol-loaded = "N"
        display "File Error: " catalog-file-name " or " enrol-file-name
            " not found - no grade sheets written"
    else
        perform load-course-catalog
        display "Enter the term code for the grade sheets (e.g. 2026W): "
        perform get-run-answer
        move run-answer to sheet-term

        move 0 to sheet-count
        move 1 to cat-idx
        perform write-course-sheet
            until cat-idx > cat-count

        display "Grade sheets written: " sheet-count
    end-if.

*> Writes the current catalog course's sheet when it has enrolments
write-course-sheet.
    move cat-code(cat-idx) to rg-code.
    perform count-course-seats.

    if seat-count > 0
        add 1 to sheet-count
        move spaces to sheet-file-name
        string function trim (cat-code(cat-idx)) delimited by size
            "-" delimited by size
            function trim (sheet-term) delimited by size
            "-grades.txt" delimited by size
            into sheet-file-name
        end-string
        open output sheet-file

        move spaces to sheet-header-record
        move "H" to gh-type
        move cat-code(cat-idx) to gh-code
        move sheet-term to gh-term
        move cat-title(cat-idx) to gh-title
        move seat-count to gh-count
        write sheet-header-record

        move 1 to enrol-idx
        perform write-sheet-student
            until enrol-idx > enrol-count

        close sheet-file
        display "  " function trim (sheet-file-name) "  students: " seat-count
    end-if.

    add 1 to cat-idx.

*> Writes one enrolled student's line on the current sheet
write-sheet-student.
    if etb-code(enrol-idx) = cat-code(cat-idx)
        move spaces to sheet-record
        move "D" to gs-type
        move cat-code(cat-idx) to gs-code
        move sheet-term to gs-term
        move etb-idno(enrol-idx) to gs-idno
        move etb-idno(enrol-idx) to sm-idno
        perform find-table-entry
        if found-idx > 0
            move tbl-name(found-idx) to gs-name
        end-if
        write sheet-record
    end-if.
    add 1 to enrol-idx.

*> Posts returned grade sheets, one file at a time until a blank name,
*> into the course table, then writes course.dat back
post-grade-sheets.
    call "CBL_CHECK_FILE_EXIST" using catalog-file-name course-catalog-record.
    if return-code is not = 0
        display "File Error: " catalog-file-name
            " not found - grade sheets not posted"
    else
        perform load-course-catalog
        perform open-journal-extend
        open output posting-report

        move "Grade Posting Report" to post-line
        perform write-posting-line
        move spaces to post-line
        perform write-posting-line

        move 0 to post-count-posted
        move 0 to post-count-changed
        move 0 to post-count-rejected
        move 0 to post-count-blank
        move "N" to sheet-done
        perform post-one-sheet
            until sheet-done = "Y"

        move spaces to post-line
        perform write-posting-line
        string "Grades posted: " delimited by size
            post-count-posted delimited by size
            "  changed: " delimited by size
            post-count-changed delimited by size
            "  rejected: " delimited by size
            post-count-rejected delimited by size
            "  left blank: " delimited by size
            post-count-blank delimited by size
            into post-line
        end-string
        perform write-posting-line

        close posting-report
        close journal-file

        perform save-course-file
        move "Y" to course-loaded
    end-if.

*> Asks for the next returned sheet and posts every graded line on it;
*> a blank answer ends the posting
post-one-sheet.
    display "Please enter the name of a returned grade sheet (blank when done): ".
    perform get-run-answer.
    move run-answer to sheet-file-name.

    if sheet-file-name = spaces
        move "Y" to sheet-done
    else
        call "CBL_CHECK_FILE_EXIST" using sheet-file-name sheet-record
        if return-code is not = 0
            display "File Error: The inputted file does not exist"
        else
            string "Sheet " delimited by size
                function trim (sheet-file-name) delimited by size
                into post-line
            end-string
            perform write-posting-line
            open input sheet-file
            move 1 to sheet-eof
            perform post-sheet-line
                until sheet-eof = 0
            close sheet-file
        end-if
    end-if.

*> Reads one sheet line and posts its grade when one was entered
post-sheet-line.
    read sheet-file
        at end move 0 to sheet-eof
    end-read.

    if sheet-eof is not = zero and gs-type = "D"
        if gs-grade = spaces
            add 1 to post-count-blank
        else
            perform post-one-grade
        end-if
    end-if.

*> Validates and posts one grade: the grade must be in range; a grade
*> already on file for the course and term is a duplicate unless it
*> differs and carries a reason, in which case it is changed and the
*> change journalled; a new grade needs the student to hold a seat in
*> the course
post-one-grade.
    move "Y" to post-ok.
    move spaces to post-reason.
    move gs-idno to rg-idno.
    move gs-code to rg-code.

    perform find-catalog-course.
    if cat-found = 0
        move "N" to post-ok
        move "course not in catalog" to post-reason
    end-if.

    if post-ok = "Y" and (gs-grade = "INC" or gs-grade = "inc")
        perform post-incomplete-marker
    end-if.

    if post-ok = "Y"
        if gs-grade(1:1) is not numeric or gs-grade(2:1) is not = "."
            or gs-grade(3:2) is not numeric
            move "N" to post-ok
            move "grade is not in the form 9.99" to post-reason
        else
            compute post-grade = function numval (gs-grade)
            if post-grade > max-grade
                move "N" to post-ok
                move "grade out of range" to post-reason
            end-if
        end-if
    end-if.

    if post-ok = "Y"
        move 0 to post-found
        move 1 to course-idx
        perform find-posted-grade
            until course-idx > course-count or post-found > 0

        if post-found > 0
            perform change-posted-grade
        else
            perform find-enrolment-entry
            if enrol-found = 0
                move "N" to post-ok
                move "student not enrolled in this course" to post-reason
            end-if
        end-if
    end-if.

    if post-ok = "Y" and post-found = 0
        if course-count >= 999
            move "N" to post-ok
            move "course table full" to post-reason
        else
            add 1 to course-count
            move gs-idno to ctbl-idno(course-count)
            move gs-code to ctbl-code(course-count)
            move cat-credit(cat-found) to ctbl-credit(course-count)
            move post-grade to ctbl-grade(course-count)
            move gs-term to ctbl-term(course-count)
            add 1 to post-count-posted
            move "POSTED" to post-reason
        end-if
    end-if.

    if post-ok = "I"
        move "Y" to post-ok
    end-if.

    if post-ok = "N"
        add 1 to post-count-rejected
        string "  " delimited by size
            gs-idno delimited by size
            "  " delimited by size
            gs-code delimited by size
            "  " delimited by size
            gs-term delimited by size
            "  " delimited by size
            gs-grade delimited by size
            "  REJECTED - " delimited by size
            post-reason delimited by size
            into post-line
        end-string
    else
        string "  " delimited by size
            gs-idno delimited by size
            "  " delimited by size
            gs-code delimited by size
            "  " delimited by size
            gs-term delimited by size
            "  " delimited by size
            gs-grade delimited by size
            "  " delimited by size
            post-reason delimited by size
            into post-line
        end-string
    end-if.
    perform write-posting-line.

*> Records an incomplete marker for a sheet line graded INC, for a
*> student holding a seat in the course; post-ok comes back I so the
*> grade checks are bypassed and the line reports as recorded
post-incomplete-marker.
    if inc-loaded = "N"
        perform load-incomplete-table
    end-if.

    perform find-enrolment-entry.
    if enrol-found = 0
        move "N" to post-ok
        move "student not enrolled in this course" to post-reason
    else
        move gs-term to close-term
        perform find-incomplete-marker
        if inc-found > 0
            move "N" to post-ok
            move "duplicate posting - incomplete already on file" to post-reason
        else
            if inc-count >= 999
                move "N" to post-ok
                move "incomplete table full" to post-reason
            else
                add 1 to inc-count
                move gs-idno to inct-idno(inc-count)
                move gs-code to inct-code(inc-count)
                move gs-term to inct-term(inc-count)
                move function current-date to current-date-time
                move current-date-time(1:8) to inct-date(inc-count)
                perform save-incomplete-file
                move "I" to post-ok
                move "INCOMPLETE recorded" to post-reason
            end-if
        end-if
    end-if.

*> Searches the incomplete markers for rg-idno in rg-code in
*> close-term
find-incomplete-marker.
    move 0 to inc-found.
    move 1 to inc-idx.
    perform find-incomplete-compare
        until inc-idx > inc-count or inc-found > 0.

*> Compares one incomplete marker against the student, course, and term
find-incomplete-compare.
    if inct-idno(inc-idx) = rg-idno
        and inct-code(inc-idx) = rg-code
        and inct-term(inc-idx) = close-term
        move inc-idx to inc-found
    else
        add 1 to inc-idx
    end-if.

*> Loads the incomplete markers into their table
load-incomplete-table.
    move "Y" to inc-loaded.
    move 0 to inc-count.
    call "CBL_CHECK_FILE_EXIST" using inc-file-name incomplete-record.
    if return-code = 0
        move 1 to inc-eof
        open input incomplete-file
        perform load-incomplete-entry
            until inc-eof = 0
        close incomplete-file
    end-if.

*> Reads one incomplete marker into the next slot of the table
load-incomplete-entry.
    read incomplete-file
        at end move 0 to inc-eof
    end-read.

    if inc-eof is not = zero
        if inc-count >= 999
            display "Warning: incomplete table full - further"
                " incomplete markers ignored"
            move 0 to inc-eof
        else
            add 1 to inc-count
            move ic-idno to inct-idno(inc-count)
            move ic-code to inct-code(inc-count)
            move ic-term to inct-term(inc-count)
            move ic-date to inct-date(inc-count)
        end-if
    end-if.

*> Rewrites the incomplete markers from the table
save-incomplete-file.
    open output incomplete-file.
    move 1 to inc-idx.
    perform write-incomplete-record
        until inc-idx > inc-count.
    close incomplete-file.

*> Writes one incomplete marker back to its file
write-incomplete-record.
    move spaces to incomplete-record.
    move inct-idno(inc-idx) to ic-idno.
    move inct-code(inc-idx) to ic-code.
    move inct-term(inc-idx) to ic-term.
    move inct-date(inc-idx) to ic-date.
    write incomplete-record.
    add 1 to inc-idx.

*> Closes a term: every current enrolment must have a grade posted to
*> course.dat for the term or an incomplete marker, or the close is
*> refused with the ungraded enrolments listed unless the registrar
*> forces it. A closed term's enrolments go to the enrolment history,
*> enrolment.dat and the waitlists are cleared so every course's seat
*> count starts the next term at zero, and GPAs are recalculated
term-close.
    if enrol-loaded = "N" or enrol-count = 0
        display "No current enrolments - nothing to close"
    else
        display "Enter the term code to close (e.g. 2026W): "
        perform get-run-answer
        move run-answer to close-term
        move "N" to close-force
        perform load-incomplete-table

        open output term-close-report
        string "Term Close Report - term " delimited by size
            close-term delimited by size
            into close-line
        end-string
        perform write-close-line
        move spaces to close-line
        perform write-close-line

        move 0 to close-count-graded
        move 0 to close-count-incomplete
        move 0 to close-count-ungraded
        move 1 to enrol-idx
        perform check-close-enrolment
            until enrol-idx > enrol-count

        move spaces to close-line
        perform write-close-line
        string "Enrolments graded: " delimited by size
            close-count-graded delimited by size
            "  incomplete: " delimited by size
            close-count-incomplete delimited by size
            "  ungraded: " delimited by size
            close-count-ungraded delimited by size
            into close-line
        end-string
        perform write-close-line

        if close-count-ungraded > 0
            display "Term has ungraded enrolments - force the close anyway? (Y/N): "
            perform get-run-answer
            move run-answer to close-force
        end-if

        if close-count-ungraded > 0
            and close-force is not = "Y" and close-force is not = "y"
            move "TERM NOT CLOSED - post the missing grades or force the close"
                to close-line
            perform write-close-line
            close term-close-report
        else
            if close-count-ungraded > 0
                move "Close forced by the registrar with ungraded enrolments"
                    to close-line
                perform write-close-line
            end-if
            perform roll-term-enrolments
            close term-close-report
            perform recalc-gpa-from-courses
        end-if
    end-if.

*> Works out how one enrolment finished the term and lists it:
*> GRADED when course.dat holds its grade for the term, INCOMPLETE
*> when it carries an incomplete marker, otherwise UNGRADED
check-close-enrolment.
    move etb-idno(enrol-idx) to rg-idno.
    move etb-code(enrol-idx) to rg-code.
    perform find-close-disposition.

    evaluate close-disposition
        when "GRADED"
            add 1 to close-count-graded
        when "INCOMPLETE"
            add 1 to close-count-incomplete
        when other
            add 1 to close-count-ungraded
            string "  UNGRADED  " delimited by size
                rg-idno delimited by size
                "  " delimited by size
                rg-code delimited by size
                into close-line
            end-string
            perform write-close-line
    end-evaluate.

    add 1 to enrol-idx.

*> Sets close-disposition for rg-idno in rg-code in close-term
find-close-disposition.
    move 0 to post-found.
    move 1 to course-idx.
    perform find-close-grade
        until course-idx > course-count or post-found > 0.

    if post-found > 0
        move "GRADED" to close-disposition
    else
        perform find-incomplete-marker
        if inc-found > 0
            move "INCOMPLETE" to close-disposition
        else
            move "UNGRADED" to close-disposition
        end-if
    end-if.

*> Compares one course record against the enrolment being closed
find-close-grade.
    if ctbl-idno(course-idx) = rg-idno
        and ctbl-code(course-idx) = rg-code
        and ctbl-term(course-idx) = close-term
        move course-idx to post-found
    else
        add 1 to course-idx
    end-if.

*> Moves every enrolment to the enrolment history with its
*> disposition, then empties enrolment.dat and the waitlists
roll-term-enrolments.
    move function current-date to current-date-time.
    move current-date-time(1:8) to close-date.

    call "CBL_CHECK_FILE_EXIST" using enrol-history-name enrol-history-record.
    if return-code is not = 0
        open output enrol-history-file
        close enrol-history-file
    end-if.
    open extend enrol-history-file.

    move 1 to enrol-idx.
    perform roll-one-enrolment
        until enrol-idx > enrol-count.

    close enrol-history-file.

    string "Enrolments rolled to " delimited by size
        function trim (enrol-history-name) delimited by size
        ": " delimited by size
        enrol-count delimited by size
        into close-line
    end-string.
    perform write-close-line.

    move 0 to enrol-count.
    perform save-enrolment-file.
    move 0 to wait-count.
    perform save-waitlist-file.

    move "enrolment.dat and the waitlists cleared - seat counts reset for the next term"
        to close-line.
    perform write-close-line.

*> Writes one enrolment to the enrolment history
roll-one-enrolment.
    move etb-idno(enrol-idx) to rg-idno.
    move etb-code(enrol-idx) to rg-code.
    perform find-close-disposition.

    move spaces to enrol-history-record.
    move rg-idno to eh-idno.
    move rg-code to eh-code.
    move close-term to eh-term.
    move close-disposition to eh-disposition.
    move close-date to eh-close-date.
    write enrol-history-record.

    add 1 to enrol-idx.

*> Writes one line of the term close report and echoes it to the
*> terminal so the two outputs never drift apart
write-close-line.
    display close-line.
    move close-line to term-close-record.
    write term-close-record.
    move spaces to close-line.

*> Compares one course record against the student, course, and term
*> being posted
find-posted-grade.
    if ctbl-idno(course-idx) = gs-idno
        and ctbl-code(course-idx) = gs-code
        and ctbl-term(course-idx) = gs-term
        move course-idx to post-found
    else
        add 1 to course-idx
    end-if.

*> Handles a grade for a course and term already on file: the same
*> grade again is a duplicate posting, a different one is a grade
*> change that must carry a reason and is journalled
change-posted-grade.
    if ctbl-grade(post-found) = post-grade
        move "N" to post-ok
        move "duplicate posting - grade already on file" to post-reason
    else
        if gs-reason = spaces
            move "N" to post-ok
            move "grade already posted - a change needs a reason" to post-reason
        else
            move spaces to journal-grade-record
            move "G" to jg-action
            move gs-idno to jg-idno
            move gs-code to jg-code
            move gs-term to jg-term
            move ctbl-grade(post-found) to jg-old-grade
            move post-grade to jg-new-grade
            move gs-reason to jg-reason
            move operator-id to jg-operator
            move function current-date to current-date-time
            move current-date-time(1:14) to jg-timestamp
            write journal-grade-record

            move ctbl-grade(post-found) to disp-old-grade
            move post-grade to ctbl-grade(post-found)
            add 1 to post-count-changed
            string "CHANGED from " delimited by size
                disp-old-grade delimited by size
                " - " delimited by size
                gs-reason delimited by size
                into post-reason
            end-string
        end-if
    end-if.

*> Rewrites course.dat from the course table as the posting left it
save-course-file.
    open output course-file.
    move 1 to course-idx.
    perform write-course-record
        until course-idx > course-count.
    close course-file.

*> Writes one course-table entry back to course.dat
write-course-record.
    move ctbl-idno(course-idx) to crs-idno.
    move ctbl-code(course-idx) to crs-code.
    move ctbl-credit(course-idx) to crs-credit.
    move ctbl-grade(course-idx) to crs-grade.
    move ctbl-term(course-idx) to crs-term.
    write course-record.
    add 1 to course-idx.

*> Writes one line of the grade posting report and echoes it to the
*> terminal so the two outputs never drift apart
write-posting-line.
    display post-line.
    move post-line to posting-report-record.
    write posting-report-record.
    move spaces to post-line.

*> Loads the course waitlists, in arrival order
load-waitlist-table.
    move 0 to wait-count.
    call "CBL_CHECK_FILE_EXIST" using wait-file-name waitlist-record.
    if return-code = 0
        move 1 to wait-eof
        open input waitlist-file
        perform load-waitlist-record
            until wait-eof = 0
        close waitlist-file
    end-if.

*> Reads one waitlist record into the next slot of the table
load-waitlist-record.
    read waitlist-file
        at end move 0 to wait-eof
    end-read.

    if wait-eof is not = zero
        if wait-count >= 999
            display "Warning: waitlist table full - further"
                " waitlist records ignored"
            move 0 to wait-eof
        else
            add 1 to wait-count
            move wl-code to wtb-code(wait-count)
            move wl-idno to wtb-idno(wait-count)
            move wl-stamp to wtb-stamp(wait-count)
        end-if
    end-if.

*> Rewrites the waitlist file from the table as the transactions
*> left it
save-waitlist-file.
    open output waitlist-file.
    move 1 to wait-idx.
    perform write-waitlist-record
        until wait-idx > wait-count.
    close waitlist-file.

*> Writes one waitlist entry back to the waitlist file
write-waitlist-record.
    move spaces to waitlist-record.
    move wtb-code(wait-idx) to wl-code.
    move wtb-idno(wait-idx) to wl-idno.
    move wtb-stamp(wait-idx) to wl-stamp.
    write waitlist-record.
    add 1 to wait-idx.

*> Writes the waitlist report: for every catalog course with a queue,
*> its queue length and each waiting student's position
write-waitlist-report.
    open output waitlist-report.
    move "Course Waitlist Report" to wait-line.
    perform write-wait-line.
    move spaces to wait-line.
    perform write-wait-line.

    move 1 to cat-idx.
    perform write-course-waitlist
        until cat-idx > cat-count.

    move spaces to wait-line.
    perform write-wait-line.
    string "Students waiting: " delimited by size
        wait-count delimited by size
        into wait-line
    end-string.
    perform write-wait-line.

    close waitlist-report.

*> Writes one course's queue length and waiting students in order
write-course-waitlist.
    move 0 to course-waiting.
    move 1 to wait-idx.
    perform count-course-waiting
        until wait-idx > wait-count.

    if course-waiting > 0
        string cat-code(cat-idx) delimited by size
            "  " delimited by size
            cat-title(cat-idx) delimited by size
            "  Queue length: " delimited by size
            course-waiting delimited by size
            into wait-line
        end-string
        perform write-wait-line

        move 0 to wait-position
        move 1 to wait-idx
        perform write-waiting-student
            until wait-idx > wait-count
    end-if.

    add 1 to cat-idx.

*> Counts one waitlist entry when it belongs to the current course
count-course-waiting.
    if wtb-code(wait-idx) = cat-code(cat-idx)
        add 1 to course-waiting
    end-if.
    add 1 to wait-idx.

*> Writes one waiting student's position in the current course
write-waiting-student.
    if wtb-code(wait-idx) = cat-code(cat-idx)
        add 1 to wait-position
        move wtb-idno(wait-idx) to sm-idno
        perform find-table-entry
        move spaces to hold-name
        if found-idx > 0
            move tbl-name(found-idx) to hold-name
        end-if
        string "    " delimited by size
            wait-position delimited by size
            ". " delimited by size
            wtb-idno(wait-idx) delimited by size
            "  " delimited by size
            hold-name delimited by size
            "  waiting since " delimited by size
            wtb-stamp(wait-idx)(1:8) delimited by size
            into wait-line
        end-string
        perform write-wait-line
    end-if.
    add 1 to wait-idx.

*> Writes one line of the waitlist report and echoes it to the
*> terminal so the two outputs never drift apart
write-wait-line.
    display wait-line.
    move wait-line to waitlist-report-record.
    write waitlist-report-record.
    move spaces to wait-line.

*> Copies one enrolment entry down into the previous slot
shift-enrolment-entry.
    move etb-idno(enrol-idx + 1) to etb-idno(enrol-idx).
    move etb-code(enrol-idx + 1) to etb-code(enrol-idx).
            until return-code = 0
    end-if.

*> Verifies the registration file's header and trailer before any
*> registration is applied, and refuses the run when the file is
*> incomplete or out of sequence
verify-inbound-file.
    move "V" to ib-function.
    move reg-file-name to ib-file-name.
    call "inbound-check" using inbound-request.

    if ib-result is not = "Y"
        display "File refused: " function trim (reg-file-name)
            " - " ib-reason
        move "REFUSED" to ops-status
        string "  Refused: " delimited by size
            ib-reason delimited by size
            into ops-fail-detail
        end-string
        perform write-ops-end
        stop run
    end-if.

*> Writes one line of the registration report and echoes it to the
*> terminal so the two outputs never drift apart
write-reg-line.

    add 1 to i.

*> Signs the operator on and drives the maintenance menu until the
*> user chooses to quit, then writes the roster (as maintenance left
*> it) back to student.dat so the changes are still there the next
*> time the program is run
maintain-students.
    perform operator-sign-on.

    if signon-status = "Y"
        perform open-journal-extend
        move "Y" to journal-active

        move "Y" to maint-again
        perform maintain-menu
            until maint-again = "N"

        move "N" to journal-active
        close journal-file

        move "O" to sr-function
        call "operator-security" using security-request
        move "BATCH" to operator-id
    end-if.

    perform save-roster-to-file.

*> Asks for the operator id and password until the operator is signed
*> on with view authority, the id is refused outright (unknown,
*> locked, or no security file), or three attempts have failed
operator-sign-on.
    move "N" to signon-status.
    move 0 to signon-attempts.
    perform sign-on-attempt
        until signon-status is not = "N".

    if signon-status = "Y"
        move "V" to sr-action
        move "student maintenance menu" to sr-detail
        move "A" to sr-function
        call "operator-security" using security-request
        if sr-result is not = "Y"
            display "Refused: operator " function trim (operator-id)
                " has no view authority - maintenance refused"
            move "X" to signon-status
        end-if
    end-if.

    if signon-status is not = "Y"
        move "BATCH" to operator-id
    end-if.

*> Makes one sign-on attempt through the operator-security subprogram
sign-on-attempt.
    display "Operator id: ".
    perform get-run-answer.
    move run-answer to sr-operator.
    display "Password: ".
    move "Y" to answer-secret.
    perform get-run-answer.
    move "N" to answer-secret.
    move run-answer to sr-password.

    move "S" to sr-function.
    call "operator-security" using security-request.
    move spaces to sr-password.
    move spaces to run-answer.
    add 1 to signon-attempts.

    evaluate true
        when sr-result = "Y"
            display "Signed on: " sr-operator " - " sr-message
            move sr-operator to operator-id
            move "Y" to signon-status
        when sr-result = "N" and signon-attempts < 3
            display "Sign-on refused: " sr-message
        when other
            display "Sign-on refused: " sr-message
            display "Maintenance refused - sign-on failed"
            move "X" to signon-status
    end-evaluate.

*> Checks the menu choice against the signed-on operator's authority:
*> add needs add, a name change, status change, or prerequisite
*> override needs change, and a delete needs retire/delete
check-menu-authority.
    move "Y" to menu-allowed.
    move space to sr-action.

    evaluate true
        when maint-choice = "A" or maint-choice = "a"
            move "A" to sr-action
            move "add student" to sr-detail
        when maint-choice = "C" or maint-choice = "c"
            move "C" to sr-action
            move "change student name" to sr-detail
        when maint-choice = "D" or maint-choice = "d"
            move "R" to sr-action
            move "delete student" to sr-detail
        when maint-choice = "S" or maint-choice = "s"
            move "C" to sr-action
            move "set student status" to sr-detail
        when maint-choice = "O" or maint-choice = "o"
            move "C" to sr-action
            move "prerequisite override" to sr-detail
        when other
            continue
    end-evaluate.

    if sr-action is not = space
        move "A" to sr-function
        call "operator-security" using security-request
        if sr-result is not = "Y"
            move "N" to menu-allowed
            display "Refused: operator " function trim (operator-id)
                " is not authorised to " function trim (sr-detail)
        end-if
    end-if.

*> Rewrites student.dat from the current in-memory roster
save-roster-to-file.
    open output ifile.
*> Presents the add/change/delete/status/quit menu for the indexed
*> master file
maintain-menu.
    display "A-Add  C-Change  D-Delete  S-Set status  O-Prereq override  Q-Quit: ".
    perform get-run-answer.
    move run-answer to maint-choice.
    perform check-menu-authority.

    if menu-allowed = "Y"
        evaluate true
            when maint-choice = "A" or maint-choice = "a"
                perform add-student-record
            when maint-choice = "C" or maint-choice = "c"
                perform change-student-record
            when maint-choice = "D" or maint-choice = "d"
                perform delete-student-record
            when maint-choice = "S" or maint-choice = "s"
                perform set-status-record
            when maint-choice = "O" or maint-choice = "o"
                perform override-prereq-record
            when maint-choice = "Q" or maint-choice = "q"
                move "N" to maint-again
            when other
                display "Invalid choice, please try again"
        end-evaluate
    end-if.

*> Adds a new student record to the indexed master file and to the
*> in-memory roster, so the new student shows up in this run's reports

    close student-master.

*> Prompts for the student, the course, and the approving registrar's
*> initials, and records the prerequisite override through the same
*> paragraph the registration feed uses
override-prereq-record.
    display "Enter idno to allow without prerequisites: ".
    perform get-run-answer.
    move run-answer to rg-idno.
    display "Enter course code: ".
    perform get-run-answer.
    move run-answer to rg-code.
    display "Enter approving registrar's initials: ".
    perform get-run-answer.
    move run-answer to override-approver.

    move "Y" to reg-applied.
    move spaces to reg-reason.
    perform apply-prereq-override.
    if reg-applied = "N"
        display "Error: " reg-reason
    else
        display "Prerequisite override recorded for " rg-idno " in " rg-code
    end-if.

*> Applies a status change to the open student master and the
*> matching roster entry. sm-idno selects the record; new-status and
*> new-status-date carry the change
write-journal-entry.
    move function current-date to current-date-time.
    move current-date-time(1:14) to jr-timestamp.
    move operator-id to jr-operator.
    write journal-record.

*> Prices each student's term from their course records at the fee
            perform get-run-answer
            move run-answer to bill-term

            perform load-ar-control
            perform open-student-accounts
            perform open-ar-detail-extend

            open output billing-summary

            string "Tuition Billing Summary - term " delimited by size
            perform write-summary-bill-line

            close billing-summary
            close ar-detail-file
            close student-account

            move "C" to gq-function
            call "gl-post" using gl-request
        end-if
    end-if.

                bill-amount-o delimited by size
                into bill-line
            end-string
            perform charge-student-account
            move ar-kind-words to bill-line(60:8)
            perform write-summary-bill-line
        end-if
    end-if.

    add 1 to i.

*> Charges the term's bill to the student's receivable account and
*> records the charge, due ar-due-days from today, on the detail
*> file; a term already charged to the account is not charged twice
charge-student-account.
    move tbl-idno(i) to sa-idno.
    read student-account
        invalid key
            move spaces to student-account-record
            move tbl-idno(i) to sa-idno
            move 0 to sa-balance
            move 0 to sa-charged
            move 0 to sa-paid
            move "N" to sa-hold
            write student-account-record
    end-read.

    if sa-last-billed-term = bill-term
        move "NOCHARGE" to ar-kind-words
    else
        move "CHARGED" to ar-kind-words
        add bill-amount to sa-balance
        add bill-amount to sa-charged
        move bill-term to sa-last-billed-term
        move ar-today to sa-last-charge-date
        rewrite student-account-record
        move account-status to io-fail-status
        move account-file-name to io-fail-file
        perform check-io-status

        move spaces to ar-detail-record
        move tbl-idno(i) to ad-idno
        move "C" to ad-type
        move ar-today to ad-date
        compute ar-due-date = function date-of-integer
            (function integer-of-date (ar-today) + ar-due-days)
        move ar-due-date to ad-due-date
        move bill-amount to ad-amount
        move bill-term to ad-reference
        write ar-detail-record

        move "P" to gq-function
        move "TUITION" to gq-event
        move bill-amount to gq-amount
        move tbl-idno(i) to gq-reference
        call "gl-post" using gl-request
    end-if.

*> Reads the receivables control - due days and hold days - when it is
*> on file, and stamps today's date for the ledger
load-ar-control.
    call "CBL_CHECK_FILE_EXIST" using ar-control-name ar-control-record.
    if return-code = 0
        open input ar-control-file
        read ar-control-file
            at end continue
            not at end
                if arc-due-days is numeric
                    move arc-due-days to ar-due-days
                end-if
                if arc-hold-days is numeric
                    move arc-hold-days to ar-hold-days
                end-if
        end-read
        close ar-control-file
    end-if.

    move function current-date to current-date-time.
    move current-date-time(1:8) to ar-today.

*> Opens the student account ledger for update, creating it on first
*> use
open-student-accounts.
    call "CBL_CHECK_FILE_EXIST" using account-file-name student-account-record.
    if return-code is not = 0
        open output student-account
        close student-account
    end-if.
    open i-o student-account.
    move account-status to io-fail-status.
    move account-file-name to io-fail-file.
    perform check-open-status.

*> Opens the receivables detail file for append, creating it on first
*> use
open-ar-detail-extend.
    call "CBL_CHECK_FILE_EXIST" using ar-detail-name ar-detail-record.
    if return-code is not = 0
        open output ar-detail-file
        close ar-detail-file
    end-if.
    open extend ar-detail-file.

*> Posts the payments file to the student accounts, then prints every
*> account's statement and the aged receivables report, placing a
*> financial hold on any account past due beyond the hold days and
*> lifting it from any account that has caught up
receivables-run.
    perform load-ar-control.
    perform open-student-accounts.
    open output ar-aging-report.

    string "Aged Receivables Report - " delimited by size
        ar-today delimited by size
        "  (hold after " delimited by size
        ar-hold-days delimited by size
        " days past due)" delimited by size
        into ar-line
    end-string.
    perform write-aging-line.
    move spaces to ar-line.
    perform write-aging-line.

    display "Please enter the name of the payments file (blank if none): ".
    perform get-run-answer.
    move run-answer to payment-file-name.
    if payment-file-name is not = spaces
        call "CBL_CHECK_FILE_EXIST" using payment-file-name payment-record
        if return-code = 0
            perform open-ar-detail-extend
            open input payment-file
            move "Payments posted:" to ar-line
            perform write-aging-line
            move 1 to pay-eof
            perform post-one-payment
                until pay-eof = 0
            close payment-file
            close ar-detail-file
            string "  Payments applied: " delimited by size
                ar-count-paid delimited by size
                "  rejected: " delimited by size
                ar-count-pay-rejected delimited by size
                into ar-line
            end-string
            perform write-aging-line
            move spaces to ar-line
            perform write-aging-line
        else
            display "File Error: payments file not found - no payments posted"
        end-if
    end-if.

    perform load-ar-detail-table.

    open output ar-statement-file.
    move "  ID       Name             Balance       Current     1-30       31-60      61-90      Over 90  Hold"
        to ar-line.
    perform write-aging-line.

    move 1 to ar-eof.
    move low-values to sa-idno.
    start student-account key >= sa-idno
        invalid key move 0 to ar-eof
    end-start.
    perform age-one-account
        until ar-eof = 0.

    move spaces to ar-line.
    perform write-aging-line.
    move ar-total-balance to ar-balance-o.
    move ar-total-current to ar-b1-o.
    move ar-total-30 to ar-b2-o.
    move ar-total-60 to ar-b3-o.
    move ar-total-90 to ar-b4-o.
    move ar-total-over to ar-b5-o.
    string "  Totals                   " delimited by size
        ar-balance-o delimited by size
        " " delimited by size
        ar-b1-o delimited by size
        " " delimited by size
        ar-b2-o delimited by size
        " " delimited by size
        ar-b3-o delimited by size
        " " delimited by size
        ar-b4-o delimited by size
        " " delimited by size
        ar-b5-o delimited by size
        into ar-line
    end-string.
    perform write-aging-line.
    string "  Accounts: " delimited by size
        ar-count-accounts delimited by size
        "  on financial hold: " delimited by size
        ar-count-holds delimited by size
        into ar-line
    end-string.
    perform write-aging-line.

    close ar-statement-file.
    close ar-aging-report.
    close student-account.

*> Applies one payment to its student's account and records it on the
*> detail file; an unknown account or a zero amount is rejected
post-one-payment.
    read payment-file
        at end move 0 to pay-eof
    end-read.

    if pay-eof is not = zero
        move spaces to ar-pay-reason
        move pay-idno to sa-idno
        read student-account
            invalid key move "no account for this idno" to ar-pay-reason
        end-read
        if ar-pay-reason = spaces
            if pay-amount is not numeric or pay-amount = 0
                move "amount missing or zero" to ar-pay-reason
            end-if
        end-if

        move pay-amount to ar-amount-o
        if ar-pay-reason = spaces
            subtract pay-amount from sa-balance
            add pay-amount to sa-paid
            move pay-date to sa-last-payment-date
            rewrite student-account-record
            move account-status to io-fail-status
            move account-file-name to io-fail-file
            perform check-io-status

            move spaces to ar-detail-record
            move pay-idno to ad-idno
            move "P" to ad-type
            move pay-date to ad-date
            move pay-date to ad-due-date
            move pay-amount to ad-amount
            move pay-reference to ad-reference
            write ar-detail-record
            add 1 to ar-count-paid

            string "  " delimited by size
                pay-idno delimited by size
                "  " delimited by size
                pay-date delimited by size
                "  " delimited by size
                ar-amount-o delimited by size
                "  " delimited by size
                pay-reference delimited by size
                "  APPLIED" delimited by size
                into ar-line
            end-string
        else
            add 1 to ar-count-pay-rejected
            string "  " delimited by size
                pay-idno delimited by size
                "  " delimited by size
                pay-date delimited by size
                "  " delimited by size
                ar-amount-o delimited by size
                "  " delimited by size
                pay-reference delimited by size
                "  REJECTED - " delimited by size
                ar-pay-reason delimited by size
                into ar-line
            end-string
        end-if
        perform write-aging-line
    end-if.

*> Loads every charge and payment on the detail file, in the order
*> they were posted
load-ar-detail-table.
    move 0 to ard-count.
    call "CBL_CHECK_FILE_EXIST" using ar-detail-name ar-detail-record.
    if return-code = 0
        move 1 to ar-eof
        open input ar-detail-file
        perform load-ar-detail-entry
            until ar-eof = 0
        close ar-detail-file
    end-if.

*> Reads one charge or payment into the next slot of the table
load-ar-detail-entry.
    read ar-detail-file
        at end move 0 to ar-eof
    end-read.

    if ar-eof is not = zero
        if ard-count >= 3000
            if ard-full-warned = "N"
                display "Warning: receivables detail table full - further"
                    " detail left off the statements"
                move "Y" to ard-full-warned
            end-if
        else
            add 1 to ard-count
            move ad-idno to ard-idno(ard-count)
            move ad-type to ard-type(ard-count)
            move ad-date to ard-date(ard-count)
            move ad-due-date to ard-due-date(ard-count)
            move ad-amount to ard-amount(ard-count)
            move ad-reference to ard-reference(ard-count)
        end-if
    end-if.

*> Reads the next account, writes its statement, ages what it still
*> owes (payments retire the oldest charges first), sets or lifts its
*> financial hold, and writes its aging line
age-one-account.
    read student-account next record
        at end move 0 to ar-eof
    end-read.

    if ar-eof is not = zero
        add 1 to ar-count-accounts
        move sa-idno to sm-idno
        perform find-table-entry
        move spaces to hold-name
        if found-idx > 0
            move tbl-name(found-idx) to hold-name
        end-if

        perform write-account-statement

        move sa-paid to ar-pool
        move 0 to ar-bucket-current
        move 0 to ar-bucket-30
        move 0 to ar-bucket-60
        move 0 to ar-bucket-90
        move 0 to ar-bucket-over
        move 0 to ar-oldest-late
        move 1 to ard-idx
        perform age-one-charge
            until ard-idx > ard-count

        if ar-oldest-late > ar-hold-days
            if sa-hold is not = "Y"
                move "Y" to sa-hold
                move ar-today to sa-hold-date
            end-if
        else
            move "N" to sa-hold
            move spaces to sa-hold-date
        end-if
        rewrite student-account-record
        move account-status to io-fail-status
        move account-file-name to io-fail-file
        perform check-io-status

        if sa-hold = "Y"
            add 1 to ar-count-holds
        end-if

        add sa-balance to ar-total-balance
        add ar-bucket-current to ar-total-current
        add ar-bucket-30 to ar-total-30
        add ar-bucket-60 to ar-total-60
        add ar-bucket-90 to ar-total-90
        add ar-bucket-over to ar-total-over

        if sa-balance is not = 0 or sa-hold = "Y"
            move sa-balance to ar-balance-o
            move ar-bucket-current to ar-b1-o
            move ar-bucket-30 to ar-b2-o
            move ar-bucket-60 to ar-b3-o
            move ar-bucket-90 to ar-b4-o
            move ar-bucket-over to ar-b5-o
            string "  " delimited by size
                sa-idno delimited by size
                "  " delimited by size
                hold-name delimited by size
                ar-balance-o delimited by size
                " " delimited by size
                ar-b1-o delimited by size
                " " delimited by size
                ar-b2-o delimited by size
                " " delimited by size
                ar-b3-o delimited by size
                " " delimited by size
                ar-b4-o delimited by size
                " " delimited by size
                ar-b5-o delimited by size
                "  " delimited by size
                sa-hold delimited by size
                into ar-line
            end-string
            perform write-aging-line
        end-if
    end-if.

*> Ages one charge of the current account: the payments pool retires
*> it first, and whatever is left open goes in the bucket for how far
*> past its due date it is
age-one-charge.
    if ard-idno(ard-idx) = sa-idno and ard-type(ard-idx) = "C"
        if ar-pool >= ard-amount(ard-idx)
            subtract ard-amount(ard-idx) from ar-pool
            move 0 to ar-open
        else
            compute ar-open = ard-amount(ard-idx) - ar-pool
            move 0 to ar-pool
        end-if

        if ar-open > 0
            compute ar-days-late = function integer-of-date (ar-today)
                - function integer-of-date
                    (function numval (ard-due-date(ard-idx)))
            if ar-days-late > ar-oldest-late
                move ar-days-late to ar-oldest-late
            end-if
            evaluate true
                when ar-days-late <= 0
                    add ar-open to ar-bucket-current
                when ar-days-late <= 30
                    add ar-open to ar-bucket-30
                when ar-days-late <= 60
                    add ar-open to ar-bucket-60
                when ar-days-late <= 90
                    add ar-open to ar-bucket-90
                when other
                    add ar-open to ar-bucket-over
            end-evaluate
        end-if
    end-if.
    add 1 to ard-idx.

*> Writes the current account's statement: every charge and payment
*> on file and the balance owing
write-account-statement.
    move spaces to ar-line.
    perform write-statement-line.
    string "Account Statement - " delimited by size
        sa-idno delimited by size
        "  " delimited by size
        hold-name delimited by size
        "  as of " delimited by size
        ar-today delimited by size
        into ar-line
    end-string.
    perform write-statement-line.

    move 1 to ard-idx.
    perform write-statement-detail
        until ard-idx > ard-count.

    move sa-balance to ar-balance-o.
    string "  Balance owing:                        " delimited by size
        ar-balance-o delimited by size
        into ar-line
    end-string.
    perform write-statement-line.
    if sa-hold = "Y"
        string "  ** Financial hold since " delimited by size
            sa-hold-date delimited by size
            " - registration is blocked until the account is brought current **"
                delimited by size
            into ar-line
        end-string
        perform write-statement-line
    end-if.

*> Writes one charge or payment line of the current account
write-statement-detail.
    if ard-idno(ard-idx) = sa-idno
        move ard-amount(ard-idx) to ar-amount-o
        if ard-type(ard-idx) = "C"
            string "  " delimited by size
                ard-date(ard-idx) delimited by size
                "  Charge   term " delimited by size
                ard-reference(ard-idx)(1:5) delimited by size
                "  due " delimited by size
                ard-due-date(ard-idx) delimited by size
                "  " delimited by size
                ar-amount-o delimited by size
                into ar-line
            end-string
        else
            string "  " delimited by size
                ard-date(ard-idx) delimited by size
                "  Payment  ref " delimited by size
                ard-reference(ard-idx) delimited by size
                "           -" delimited by size
                ar-amount-o delimited by size
                into ar-line
            end-string
        end-if
        perform write-statement-line
    end-if.
    add 1 to ard-idx.

*> Writes one line of the account statements file
write-statement-line.
    move ar-line to ar-statement-record.
    write ar-statement-record.
    move spaces to ar-line.

*> Writes one line of the aged receivables report and echoes it to the
*> terminal so the two outputs never drift apart
write-aging-line.
    display ar-line.
    move ar-line to ar-aging-record.
    write ar-aging-record.
    move spaces to ar-line.

*> Adds one course in the billed term into the student's credit total
total-bill-credits.
    if ctbl-idno(course-idx) = tbl-idno(i)
            when jr-action = "P"
                move jr-before-idno to sm-idno
                perform apply-delete-student
            when jr-action = "G"
                continue
            when other
                move "N" to trx-applied
                move "unknown journal action" to trx-reason
