*> operator_productivity_report.cob
*>
*> Monthly productivity of the people working the repair and review
*> queues, off the compliance audit log: repair_reject_file,
*> review_queue_screen, and auto_repair_rejects audit every entry
*> they disposition (ACCEPT, CORRECT, REJECT, or WRITEOFF, with the
*> batch and source line) under the signed-on operator, and open
*> each session with a BEGIN entry and close it with their usual
*> summary entry. For an operator-given month, read off the month's
*> rotated generation ("audit_log_<yyyymm>.txt"), the next month's,
*> and the live audit_log.txt, this prints one line per operator and
*> day -- entries dispositioned, accepted, corrected, rejected, and
*> written off, the session time those took, and entries per hour of
*> session time -- with a subtotal per operator and a total for the
*> shop. A session is timed from its BEGIN (or, on older entries,
*> its first disposition) to its closing entry; one that never
*> closed is timed to its last disposition.
*>
*> It also counts, against the operator and day of the correction,
*> how many of each operator's corrections were later reversed: the
*> same batch line dispositioned again afterward by a different
*> operator. The entries are sorted by batch and line for that
*> check, so a reversal keyed after the month is still caught while
*> its generation or the live log is on hand. A high reversal rate
*> is the training flag this report exists for.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. operator_productivity_report.

environment division.
input-output section.
file-control.
    select audit_file assign audit_identifier
    organization is line sequential.

    *> every disposition from the month on, queued for the reversal
    *> sort, and the same entries in batch-and-line order
    select itemwork_file assign itemwork_identifier
    organization is line sequential.

    select itemsort_file assign itemsort_identifier
    organization is line sequential.

    select item_sort_file assign "itemsortwk".

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd audit_file.
01 audit_record.
    05 audit_rec_date pic 9(8).
    05 audit_sep1 pic x(4).
    05 audit_rec_time pic 9(8).
    05 audit_sep2 pic x(4).
    05 audit_rec_operator pic x(20).
    05 audit_sep3 pic x(4).
    05 audit_rec_program pic x(30).
    05 audit_sep4 pic x(4).
    05 audit_rec_param pic x(40).
    05 audit_sep5 pic x(4).
    05 audit_rec_result pic x(7).
    05 audit_sep6 pic x(4).
    05 audit_rec_run_id pic 9(6).
    05 audit_sep7 pic x(4).
    05 audit_rec_business_date pic 9(8).
    05 audit_sep8 pic x(4).
    05 audit_rec_sequence pic 9(9).
    05 audit_sep9 pic x(4).
    05 audit_rec_check pic 9(9).

fd itemwork_file.
01 itemwork_record.
    05 itemw_text pic x(102).

fd itemsort_file.
01 itemsort_record.
    05 items_batch pic x(40).
    05 items_line pic 9(9).
    05 items_date pic 9(8).
    05 items_time pic 9(8).
    05 items_sequence pic 9(9).
    05 items_operator pic x(20).
    05 items_disposition pic x(8).

sd item_sort_file.
01 item_sort_record.
    05 itemk_text pic x(102).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> one accumulator per operator and day, kept in operator-then-date
*> order as rows are added
01 operator-days.
    05 operator-day occurs 1000 times.
        10 od_operator pic x(20).
        10 od_date pic 9(8).
        10 od_accepted pic 9(7).
        10 od_corrected pic 9(7).
        10 od_rejected pic 9(7).
        10 od_writtenoff pic 9(7).
        10 od_reversed pic 9(7).
        10 od_seconds pic 9(9).
*> sessions open right now, one per operator and program
01 open-sessions.
    05 open-session occurs 50 times.
        10 os_operator pic x(20).
        10 os_program pic x(30).
        10 os_start_date pic 9(8).
        10 os_start_stamp pic 9(12).
        10 os_last_stamp pic 9(12).
*> the item queued for the reversal sort
01 item-entry.
    05 ie_batch pic x(40).
    05 ie_line pic 9(9).
    05 ie_date pic 9(8).
    05 ie_time pic 9(8).
    05 ie_sequence pic 9(9).
    05 ie_operator pic x(20).
    05 ie_disposition pic x(8).
*> an audit entry's time of day, taken apart for the session clock
01 clock-reading.
    05 clock_hh pic 9(2).
    05 clock_mm pic 9(2).
    05 clock_ss pic 9(2).
    05 clock_cc pic 9(2).
*> the report's column heading, over detail-line below
01 heading-line.
    05 filler pic x(31) value "Operator              Date".
    05 filler pic x(10) value " Disposed".
    05 filler pic x(10) value " Accepted".
    05 filler pic x(10) value "Corrected".
    05 filler pic x(10) value " Rejected".
    05 filler pic x(10) value "Writ. off".
    05 filler pic x(9) value "   Hours".
    05 filler pic x(8) value " Per hr".
    05 filler pic x(10) value " Reversed".
    05 filler pic x(7) value "Rev pct".
*> one printed line of the report
01 detail-line.
    05 dl_operator pic x(20).
    05 filler pic x(2) value spaces.
    05 dl_date pic x(8).
    05 filler pic x(1) value spaces.
    05 dl_dispositioned pic z(8)9.
    05 filler pic x(1) value spaces.
    05 dl_accepted pic z(8)9.
    05 filler pic x(1) value spaces.
    05 dl_corrected pic z(8)9.
    05 filler pic x(1) value spaces.
    05 dl_rejected pic z(8)9.
    05 filler pic x(1) value spaces.
    05 dl_writtenoff pic z(8)9.
    05 filler pic x(1) value spaces.
    05 dl_hours pic z(4)9.99.
    05 filler pic x(1) value spaces.
    05 dl_per_hour pic x(7).
    05 filler pic x(1) value spaces.
    05 dl_reversed pic z(8)9.
    05 filler pic x(1) value spaces.
    05 dl_reversal_rate pic x(7).
77 audit_identifier pic x(40). *> the audit file being read
77 itemwork_identifier pic x(48). *> dispositions queued for the sort
77 itemsort_identifier pic x(48). *> dispositions in batch-and-line order, post-sort
77 report_identifier pic x(48). *> the report dataset
77 report_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ask_month_text pic x(8). *> the month, as keyed (yyyymm)
77 ask_month pic 9(6). *> the month being reported
77 next_month pic 9(6). *> the month after, whose generation may hold reversals
77 month_first_date pic 9(8). *> first day of the month, yyyymmdd
77 month_year pic 9(4). *> year part, for stepping to the next month
77 month_number pic 9(2). *> month part, for stepping to the next month
77 entry_length pic s9(4) comp. *> trimmed length of the keyed month
77 record_month pic 9(6). *> month of the audit entry being read
77 entry_disposition pic x(8). *> first word of the entry's parameter
77 entry_line_text pic x(9). *> source line, as the parameter carries it
77 entry_batch pic x(40). *> batch, as the parameter carries it
77 entry_stamp pic 9(12). *> the entry's date and time, in seconds
77 day_count pic s9(4) comp value 0. *> operator-day rows in use
77 day_k pic s9(4) comp. *> index over the operator-day rows
77 found_day pic s9(4) comp. *> row of the operator and day asked for, 0 if none
77 wanted_operator pic x(20). *> the operator the row lookup is for
77 wanted_date pic 9(8). *> the day the row lookup is for
77 session_count pic s9(4) comp value 0. *> session slots in use
77 session_k pic s9(4) comp. *> index over the session slots
77 found_session pic s9(4) comp. *> slot of the operator's open session, 0 if none
77 session_seconds pic 9(12). *> length of the session being closed
77 session_month pic 9(6). *> month the session being closed started in
77 rows_dropped pic 9(7) value 0. *> dispositions past the operator-day table's size
77 sort_eof pic 9 value 0. *> 1 once the sorted dispositions run out
77 held_batch pic x(40). *> the batch line whose dispositions are being walked
77 held_line pic 9(9).
77 pending_operator pic x(20). *> the operator of the last correction still standing
77 pending_date pic 9(8). *> the day of that correction
77 row_total pic 9(9). *> dispositions on a line of the report
77 sum_accepted pic 9(9). *> the subtotal or total being printed
77 sum_corrected pic 9(9).
77 sum_rejected pic 9(9).
77 sum_writtenoff pic 9(9).
77 sum_reversed pic 9(9).
77 sum_seconds pic 9(11).
77 shop_accepted pic 9(9) value 0. *> the shop's month
77 shop_corrected pic 9(9) value 0.
77 shop_rejected pic 9(9) value 0.
77 shop_writtenoff pic 9(9) value 0.
77 shop_reversed pic 9(9) value 0.
77 shop_seconds pic 9(11) value 0.
77 print_accepted pic 9(9). *> the figures handed to the line builder
77 print_corrected pic 9(9).
77 print_rejected pic 9(9).
77 print_writtenoff pic 9(9).
77 print_reversed pic 9(9).
77 print_seconds pic 9(11).
77 rate_per_hour pic 9(5)v9. *> dispositions per hour of session time
77 formatted_rate pic z(4)9.9. *> per-hour rate, edited
77 reversal_percent pic 9(5)v9. *> share of corrections later reversed
77 formatted_percent pic z(4)9.9. *> reversal share, edited
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 audit_program_name pic x(30) value "operator_productivity_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the month reported, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    display "Productivity month (yyyymm)?: " with no advancing
    accept ask_month_text
    move function length(function trim(ask_month_text)) to entry_length
    if entry_length not = 6 or ask_month_text(1:6) is not numeric
        display "Not a usable month."
        move 1 to return-code
        goback
    end-if
    move function numval(ask_month_text) to ask_month
    compute month_first_date = ask_month * 100 + 1
    move ask_month(1:4) to month_year
    move ask_month(5:2) to month_number
    if month_number = 12
        add 1 to month_year
        move 1 to month_number
    else
        add 1 to month_number
    end-if
    compute next_month = month_year * 100 + month_number

    move spaces to itemwork_identifier, itemsort_identifier, report_identifier
    string "operator_productivity_" delimited by size
           ask_month delimited by size
           "_itemwork.txt" delimited by size
        into itemwork_identifier
    string "operator_productivity_" delimited by size
           ask_month delimited by size
           "_itemsort.txt" delimited by size
        into itemsort_identifier
    string "operator_productivity_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into report_identifier

    *> oldest first, so sessions open and close in the order they ran:
    *> the month's generation, the next month's, then the live log
    open output itemwork_file
    move spaces to audit_identifier
    string "audit_log_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, report_check_buffer
    if return-code = 0
        perform read_audit_file
    end-if
    move spaces to audit_identifier
    string "audit_log_" delimited by size
           next_month delimited by size
           ".txt" delimited by size
        into audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, report_check_buffer
    if return-code = 0
        perform read_audit_file
    end-if
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, report_check_buffer
    if return-code = 0
        perform read_audit_file
    end-if
    close itemwork_file

    *> a session that never wrote its closing entry is timed to its
    *> last disposition
    perform varying session_k from 1 by 1 until session_k > session_count
        if os_operator(session_k) not = spaces
            move os_last_stamp(session_k) to entry_stamp
            perform close_session
        end-if
    end-perform

    sort item_sort_file
        on ascending key itemk_text
        using itemwork_file
        giving itemsort_file
    perform count_reversals
    call "CBL_DELETE_FILE" using itemwork_identifier
    call "CBL_DELETE_FILE" using itemsort_identifier

    open output report_file
    move spaces to report_record
    string "Operator productivity :: " delimited by size
           ask_month delimited by size
        into report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:115)
    perform put_report_line
    move heading-line to report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:115)
    perform put_report_line

    if day_count = 0
        display "No repair or review dispositions audited for " ask_month "."
    end-if

    move 0 to sum_accepted, sum_corrected, sum_rejected, sum_writtenoff
    move 0 to sum_reversed, sum_seconds
    perform varying day_k from 1 by 1 until day_k > day_count
        move od_accepted(day_k) to print_accepted
        move od_corrected(day_k) to print_corrected
        move od_rejected(day_k) to print_rejected
        move od_writtenoff(day_k) to print_writtenoff
        move od_reversed(day_k) to print_reversed
        move od_seconds(day_k) to print_seconds
        perform build_detail_line
        move od_operator(day_k) to dl_operator
        move od_date(day_k) to dl_date
        move detail-line to report_text
        perform put_report_line
        add od_accepted(day_k) to sum_accepted, shop_accepted
        add od_corrected(day_k) to sum_corrected, shop_corrected
        add od_rejected(day_k) to sum_rejected, shop_rejected
        add od_writtenoff(day_k) to sum_writtenoff, shop_writtenoff
        add od_reversed(day_k) to sum_reversed, shop_reversed
        add od_seconds(day_k) to sum_seconds, shop_seconds
        *> the operator's subtotal closes their block of days
        if day_k = day_count
            perform print_operator_total
        else
            if od_operator(day_k + 1) not = od_operator(day_k)
                perform print_operator_total
            end-if
        end-if
    end-perform

    move shop_accepted to print_accepted
    move shop_corrected to print_corrected
    move shop_rejected to print_rejected
    move shop_writtenoff to print_writtenoff
    move shop_reversed to print_reversed
    move shop_seconds to print_seconds
    perform build_detail_line
    move "ALL OPERATORS" to dl_operator
    move "month" to dl_date
    move detail-line to report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:115)
    perform put_report_line
    move spaces to report_record
    string "Reversed: corrections later dispositioned again by another"
               delimited by size
           " operator, counted on the day of the correction." delimited by size
        into report_text
    perform put_report_line
    if rows_dropped > 0
        move rows_dropped to formatted_count
        move spaces to report_record
        string "*** " delimited by size
               function trim(formatted_count) delimited by size
               " disposition(s) not counted: the operator-day table is full ***"
                   delimited by size
            into report_text
        perform put_report_line
    end-if
    close report_file
    display "Report written :: " function trim(report_identifier)

    move ask_month to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> one audit file: tally the month's dispositions, keep the session
*> clock, and queue every disposition from the month on for the
*> reversal check
read_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_program not = "repair_reject_file"
            and audit_rec_program not = "review_queue_screen"
            and audit_rec_program not = "auto_repair_rejects"
            exit perform cycle
        end-if
        if audit_rec_date is not numeric or audit_rec_time is not numeric
            exit perform cycle
        end-if
        compute record_month = audit_rec_date / 100
        move audit_rec_time to clock-reading
        compute entry_stamp = function integer-of-date(audit_rec_date) * 86400
            + clock_hh * 3600 + clock_mm * 60 + clock_ss
        move spaces to entry_disposition, entry_line_text, entry_batch
        unstring audit_rec_param delimited by all space
            into entry_disposition, entry_line_text, entry_batch
        end-unstring
        perform find_open_session
        evaluate entry_disposition
            when "BEGIN"
                *> a session still open here was abandoned without its
                *> closing entry; it is timed to its last disposition
                if found_session > 0
                    move os_last_stamp(found_session) to entry_stamp
                    move found_session to session_k
                    perform close_session
                    compute entry_stamp = function integer-of-date(audit_rec_date)
                        * 86400 + clock_hh * 3600 + clock_mm * 60 + clock_ss
                end-if
                perform open_session
            when "ACCEPT"
            when "CORRECT"
            when "REJECT"
            when "WRITEOFF"
                if found_session = 0
                    perform open_session
                else
                    move entry_stamp to os_last_stamp(found_session)
                end-if
                if record_month = ask_month
                    perform tally_disposition
                end-if
                if audit_rec_date >= month_first_date
                    and entry_line_text is numeric
                    move entry_batch to ie_batch
                    move entry_line_text to ie_line
                    move audit_rec_date to ie_date
                    move audit_rec_time to ie_time
                    move audit_rec_sequence to ie_sequence
                    move audit_rec_operator to ie_operator
                    move entry_disposition to ie_disposition
                    move item-entry to itemw_text
                    write itemwork_record
                end-if
            when other
                *> the program's closing entry ends the session
                if found_session > 0
                    move found_session to session_k
                    perform close_session
                end-if
        end-evaluate
    end-perform
    close audit_file.

tally_disposition.
    move audit_rec_operator to wanted_operator
    move audit_rec_date to wanted_date
    perform find_operator_day
    if found_day = 0
        add 1 to rows_dropped
    else
        evaluate entry_disposition
            when "ACCEPT"
                add 1 to od_accepted(found_day)
            when "CORRECT"
                add 1 to od_corrected(found_day)
            when "REJECT"
                add 1 to od_rejected(found_day)
            when "WRITEOFF"
                add 1 to od_writtenoff(found_day)
        end-evaluate
    end-if.

find_open_session.
    move 0 to found_session
    perform varying session_k from 1 by 1
        until session_k > session_count or found_session > 0
        if os_operator(session_k) = audit_rec_operator
            and os_program(session_k) = audit_rec_program
            move session_k to found_session
        end-if
    end-perform.

*> a freed slot is reused before the table grows
open_session.
    move 0 to found_session
    perform varying session_k from 1 by 1
        until session_k > session_count or found_session > 0
        if os_operator(session_k) = spaces
            move session_k to found_session
        end-if
    end-perform
    if found_session = 0 and session_count < 50
        add 1 to session_count
        move session_count to found_session
    end-if
    if found_session > 0
        move audit_rec_operator to os_operator(found_session)
        move audit_rec_program to os_program(found_session)
        move audit_rec_date to os_start_date(found_session)
        move entry_stamp to os_start_stamp(found_session)
        move entry_stamp to os_last_stamp(found_session)
    end-if.

*> session session_k ends at entry_stamp; its time goes to the day
*> it started on, when that day is in the month
close_session.
    if entry_stamp > os_start_stamp(session_k)
        compute session_seconds = entry_stamp - os_start_stamp(session_k)
    else
        move 0 to session_seconds
    end-if
    compute session_month = os_start_date(session_k) / 100
    if session_month = ask_month
        move os_operator(session_k) to wanted_operator
        move os_start_date(session_k) to wanted_date
        perform find_operator_day
        if found_day > 0
            add session_seconds to od_seconds(found_day)
        end-if
    end-if
    move spaces to os_operator(session_k), os_program(session_k).

*> the row for wanted_operator on wanted_date, added in order when
*> there is none yet; 0 when the table is full
find_operator_day.
    move 0 to found_day
    perform varying day_k from 1 by 1
        until day_k > day_count or found_day > 0
        if od_operator(day_k) = wanted_operator
            and od_date(day_k) = wanted_date
            move day_k to found_day
        end-if
    end-perform
    if found_day = 0 and day_count < 1000
        perform varying day_k from day_count by -1
            until day_k < 1 or found_day > 0
            if od_operator(day_k) < wanted_operator
                or (od_operator(day_k) = wanted_operator
                    and od_date(day_k) < wanted_date)
                compute found_day = day_k + 1
            else
                move operator-day(day_k) to operator-day(day_k + 1)
            end-if
        end-perform
        if found_day = 0
            move 1 to found_day
        end-if
        add 1 to day_count
        move wanted_operator to od_operator(found_day)
        move wanted_date to od_date(found_day)
        move 0 to od_accepted(found_day), od_corrected(found_day)
        move 0 to od_rejected(found_day), od_writtenoff(found_day)
        move 0 to od_reversed(found_day), od_seconds(found_day)
    end-if.

*> walk each batch line's dispositions in the order they happened: a
*> correction still standing when another operator dispositions the
*> line again was reversed, and counts against whoever made it
count_reversals.
    move spaces to held_batch, pending_operator
    move 0 to held_line, pending_date
    open input itemsort_file
    perform forever
        read itemsort_file
            at end exit perform
        end-read
        if items_batch not = held_batch or items_line not = held_line
            move items_batch to held_batch
            move items_line to held_line
            move spaces to pending_operator
        end-if
        if pending_operator not = spaces
            and items_operator not = pending_operator
            compute record_month = pending_date / 100
            if record_month = ask_month
                move pending_operator to wanted_operator
                move pending_date to wanted_date
                perform find_operator_day
                if found_day > 0
                    add 1 to od_reversed(found_day)
                end-if
            end-if
            move spaces to pending_operator
        end-if
        if items_disposition = "CORRECT"
            move items_operator to pending_operator
            move items_date to pending_date
        else
            move spaces to pending_operator
        end-if
    end-perform
    close itemsort_file.

print_operator_total.
    move sum_accepted to print_accepted
    move sum_corrected to print_corrected
    move sum_rejected to print_rejected
    move sum_writtenoff to print_writtenoff
    move sum_reversed to print_reversed
    move sum_seconds to print_seconds
    perform build_detail_line
    move spaces to dl_operator
    string "  total " delimited by size
           od_operator(day_k) delimited by size
        into dl_operator
    move "month" to dl_date
    move detail-line to report_text
    perform put_report_line
    move spaces to report_record
    perform put_report_line
    move 0 to sum_accepted, sum_corrected, sum_rejected, sum_writtenoff
    move 0 to sum_reversed, sum_seconds.

*> the counts, hours, rate, and reversal share of one report line
build_detail_line.
    compute row_total = print_accepted + print_corrected
        + print_rejected + print_writtenoff
    move row_total to dl_dispositioned
    move print_accepted to dl_accepted
    move print_corrected to dl_corrected
    move print_rejected to dl_rejected
    move print_writtenoff to dl_writtenoff
    compute dl_hours rounded = print_seconds / 3600
    if print_seconds > 0
        compute rate_per_hour rounded = row_total * 3600 / print_seconds
            on size error move 99999.9 to rate_per_hour
        end-compute
        move rate_per_hour to formatted_rate
        move formatted_rate to dl_per_hour
    else
        move "      -" to dl_per_hour
    end-if
    move print_reversed to dl_reversed
    if print_corrected > 0
        compute reversal_percent rounded = print_reversed * 100 / print_corrected
        move reversal_percent to formatted_percent
        move formatted_percent to dl_reversal_rate
    else
        move "      -" to dl_reversal_rate
    end-if.

put_report_line.
    write report_record
    display function trim(report_text, trailing).
