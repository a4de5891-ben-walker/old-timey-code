*>                     report date and the morning after), so the
*>                     overnight operator's handover reaches the 8am
*>                     meeting with the rest of the night's record.
*> Oct. 15, 2026 - BW - now also lists the department completion
*>                      notices still sitting in their outbound notice
*>                      files (off the notice register), i.e. never
*>                      picked up by the mail gateway.
*> Oct. 15, 2026 - BW - now also lists every exception that needed
*>                      escalating (exception_escalations.txt, called
*>                      out in the window or still open): who was
*>                      called, whether it went to the supervisor, and
*>                      how many minutes acknowledgment took.

identification division.
program-id. batch_window_report.
    select notes_file assign notes_identifier
    organization is line sequential.

    select noticereg_file assign noticereg_identifier
    organization is line sequential.

    select notice_file assign notice_identifier
    organization is line sequential.

    select escalation_file assign escalation_identifier
    organization is line sequential.

data division.
file section.
fd stats_file.
    05 filler pic x(1).
    05 note_text pic x(80).

fd noticereg_file.
01 noticereg_record.
    05 nrg_issued pic 9(8).
    05 filler pic x(1).
    05 nrg_run_id pic 9(6).
    05 filler pic x(1).
    05 nrg_department pic x(8).
    05 filler pic x(1).
    05 nrg_delivery pic x(40).
    05 filler pic x(1).
    05 nrg_notice_file pic x(40).

fd notice_file.
01 notice_record.
    05 ntc_department pic x(8).
    05 filler pic x(1).
    05 ntc_delivery pic x(40).
    05 filler pic x(1).
    05 ntc_run_id pic 9(6).
    05 filler pic x(1).
    05 ntc_business_date pic 9(8).
    05 filler pic x(1).
    05 ntc_rest pic x(145).
    05 filler pic x(1).
    05 ntc_issued pic 9(8).

fd escalation_file.
01 escalation_record.
    05 esc_exception.
        10 esc_exc_date pic 9(8).
        10 filler pic x(1).
        10 esc_exc_time pic 9(8).
        10 filler pic x(1).
        10 esc_exc_program pic x(30).
        10 filler pic x(1).
        10 esc_exc_severity pic x(1).
        10 filler pic x(1).
        10 esc_exc_reason pic x(12).
        10 filler pic x(1).
        10 esc_exc_key_values pic x(40).
    05 filler pic x(1).
    05 esc_subsystem pic x(10).
    05 filler pic x(1).
    05 esc_level pic 9.
    05 filler pic x(1).
    05 esc_oncall pic x(20).
    05 filler pic x(1).
    05 esc_oncall_date pic 9(8).
    05 filler pic x(1).
    05 esc_oncall_time pic 9(8).
    05 filler pic x(1).
    05 esc_supervisor pic x(20).
    05 filler pic x(1).
    05 esc_supv_date pic 9(8).
    05 filler pic x(1).
    05 esc_supv_time pic 9(8).
    05 filler pic x(1).
    05 esc_ack_date pic 9(8).
    05 filler pic x(1).
    05 esc_ack_time pic 9(8).
    05 filler pic x(1).
    05 esc_ack_operator pic x(20).
    05 filler pic x(1).
    05 esc_ack_minutes pic 9(6).

working-storage section.
77 notes_identifier pic x(40) value "turnover_notes.txt". *> the shift turnover register
77 notes_printed pic 9(4). *> window notes printed on the report
77 exceptions_identifier pic x(40) value "exceptions.txt". *> the shop-wide exceptions dataset
77 exceptions_reported pic 9(4) value 0. *> unacknowledged exception entries on the report
77 report_text pic x(120). *> a line being built for file and console alike
77 noticereg_identifier pic x(40) value "notice_register.txt". *> every completion notice issued
77 notice_identifier pic x(40). *> a department's outbound notice file
*> the outbound notice files the register knows of
01 notice-file-table.
    05 notice_file_name pic x(40) occurs 50 times.
77 notice_file_count pic s9(4) comp. *> outbound notice files known
77 notice_file_k pic s9(4) comp. *> index over the outbound notice files
77 notice_file_known pic 9. *> 1 when the register line's file is already listed
77 notices_waiting pic 9(4). *> notices still waiting for the gateway
77 escalation_identifier pic x(40) value "exception_escalations.txt". *> every escalation made
77 escalations_reported pic 9(4). *> escalations on the report
77 escalation_detail pic x(60). *> the supervisor and acknowledgment part of the line
77 formatted_minutes pic z(5)9. *> minutes to acknowledge, no leading zeroes

procedure division.
    display "Report date (yyyymmdd, blank = business date)?: " with no advancing
        display report_text
    end-if

    *> the exceptions that sat long enough to be called out, and how
    *> long the acknowledgment took once they were
    move spaces to report_text
    move "Escalated exceptions:" to report_text
    move report_text to report_line
    write report_record
    display " "
    display report_text
    move 0 to escalations_reported
    call "CBL_CHECK_FILE_EXIST" using escalation_identifier, report_check_buffer
    if return-code = 0
        open input escalation_file
        perform forever
            read escalation_file
                at end exit perform
            end-read
            if esc_oncall_date not = report_date and esc_oncall_date not = next_date
                and esc_ack_date not = 0
                exit perform cycle
            end-if
            add 1 to escalations_reported
            move spaces to escalation_detail
            if esc_level = 2
                string " :: supervisor " delimited by size
                       function trim(esc_supervisor) delimited by size
                       " " delimited by size
                       esc_supv_time(1:4) delimited by size
                    into escalation_detail
            end-if
            move spaces to report_text
            if esc_ack_date = 0
                string "  " delimited by size
                       function trim(esc_exc_program) delimited by size
                       " " delimited by size
                       function trim(esc_exc_reason) delimited by size
                       " (" delimited by size
                       esc_exc_severity delimited by size
                       ") raised " delimited by size
                       esc_exc_date delimited by size
                       " " delimited by size
                       esc_exc_time(1:4) delimited by size
                       " :: on-call " delimited by size
                       function trim(esc_oncall) delimited by size
                       " " delimited by size
                       esc_oncall_time(1:4) delimited by size
                       function trim(escalation_detail trailing) delimited by size
                       " :: NOT YET ACKNOWLEDGED" delimited by size
                    into report_text
            else
                move esc_ack_minutes to formatted_minutes
                string "  " delimited by size
                       function trim(esc_exc_program) delimited by size
                       " " delimited by size
                       function trim(esc_exc_reason) delimited by size
                       " (" delimited by size
                       esc_exc_severity delimited by size
                       ") raised " delimited by size
                       esc_exc_date delimited by size
                       " " delimited by size
                       esc_exc_time(1:4) delimited by size
                       " :: on-call " delimited by size
                       function trim(esc_oncall) delimited by size
                       " " delimited by size
                       esc_oncall_time(1:4) delimited by size
                       function trim(escalation_detail trailing) delimited by size
                       " :: acknowledged in " delimited by size
                       function trim(formatted_minutes) delimited by size
                       " min" delimited by size
                    into report_text
            end-if
            move report_text to report_line
            write report_record
            display report_text
        end-perform
        close escalation_file
    end-if
    if escalations_reported = 0
        move "  (none needed escalating)" to report_text
        move report_text to report_line
        write report_record
        display report_text
    end-if

    *> completion notices still in a department's outbound file were
    *> never picked up by the mail gateway, which takes the file away
    move spaces to report_text
    move "Completion notices not picked up:" to report_text
    move report_text to report_line
    write report_record
    display " "
    display report_text
    move 0 to notice_file_count, notices_waiting
    call "CBL_CHECK_FILE_EXIST" using noticereg_identifier, report_check_buffer
    if return-code = 0
        open input noticereg_file
        perform forever
            read noticereg_file
                at end exit perform
            end-read
            move 0 to notice_file_known
            perform varying notice_file_k from 1 by 1
                until notice_file_k > notice_file_count
                if notice_file_name(notice_file_k) = nrg_notice_file
                    move 1 to notice_file_known
                end-if
            end-perform
            if notice_file_known = 0 and notice_file_count < 50
                and nrg_notice_file not = spaces
                add 1 to notice_file_count
                move nrg_notice_file to notice_file_name(notice_file_count)
            end-if
        end-perform
        close noticereg_file
    end-if
    perform varying notice_file_k from 1 by 1
        until notice_file_k > notice_file_count
        move notice_file_name(notice_file_k) to notice_identifier
        call "CBL_CHECK_FILE_EXIST" using notice_identifier, report_check_buffer
        if return-code = 0
            open input notice_file
            perform forever
                read notice_file
                    at end exit perform
                end-read
                add 1 to notices_waiting
                move spaces to report_text
                string "  " delimited by size
                       ntc_department delimited by size
                       " :: " delimited by size
                       function trim(ntc_delivery) delimited by size
                       " :: run " delimited by size
                       ntc_run_id delimited by size
                       " :: issued " delimited by size
                       ntc_issued delimited by size
                       " :: " delimited by size
                       function trim(notice_identifier) delimited by size
                    into report_text
                move report_text to report_line
                write report_record
                display report_text
            end-perform
            close notice_file
        end-if
    end-perform
    if notices_waiting = 0
        move "  (none waiting)" to report_text
        move report_text to report_line
        write report_record
        display report_text
    end-if

    *> the shift turnover notes covering the window: the report date
    *> and the morning after, same span as the runs above
    move spaces to report_text
