*> period_close_job.cob
*>
*> Month-end close, run by a supervisor at the console. CLOSE first
*> replays the audit chain (audit_chain_check, over the live log and
*> the month's rotated generation) and refuses the close on a break;
*> then it runs the month's reports in turn -- numeral_concordance,
*> chargeback_report, and reject_register_report, answering their
*> own prompts -- and binds their printouts, with the month's log
*> summary from log_rotation_job, into the close package
*> ("close_package_<yyyymm>.txt"). Finally the month is recorded as
*> closed on the processing calendar (processing_calendar.txt) as
*> CLOSED_<yyyymm>=<close date>; from then on get_business_date
*> refuses a RERUN_AS_OF date inside it. REOPEN takes the month off
*> the calendar again, with a reason, and is audited like the close.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. period_close_job.

environment division.
input-output section.
file-control.
    select calendar_file assign calendar_identifier
    organization is line sequential.

    select calendar_work_file assign calendar_work_identifier
    organization is line sequential.

    *> a report printout being bound into the package
    select section_file assign section_identifier
    organization is line sequential.

    select package_file assign package_identifier
    organization is line sequential.

    *> audit_chain_check's handoff, naming the generation to replay
    select request_file assign request_identifier
    organization is line sequential.

data division.
file section.
fd calendar_file.
01 calendar_record.
    05 calendar_line pic x(60).

fd calendar_work_file.
01 calendar_work_record.
    05 calendar_work_line pic x(60).

fd section_file.
01 section_record.
    05 section_line pic x(200).

fd package_file.
01 package_record.
    05 package_text pic x(200).

fd request_file.
01 request_record.
    05 request_log pic x(44).

working-storage section.
*> the month's printouts, in the order they are bound into the package
01 package-sections.
    05 package-section occurs 4 times.
        10 ps_program pic x(30).
        10 ps_file pic x(44).
77 section_k pic s9(4) comp. *> index over the package sections
77 sections_missing pic 9(4) value 0. *> printouts not on file at binding time
77 calendar_identifier pic x(40) value "processing_calendar.txt". *> the processing-calendar control file
77 calendar_work_identifier pic x(40) value "processing_calendar_work.txt". *> the calendar, rewritten on a reopen
77 section_identifier pic x(44). *> the printout being bound
77 package_identifier pic x(40). *> the month's close package
77 request_identifier pic x(40) value "chain_check_request.txt". *> names a generation for audit_chain_check
77 live_log_identifier pic x(44) value "audit_log.txt". *> the live audit log
77 generation_identifier pic x(44). *> the month's rotated audit log generation
77 broken_log pic x(44). *> the log whose chain broke
77 close_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 close_action pic x(10). *> close or reopen, as keyed
77 ask_month_text pic x(8). *> the month, as keyed (yyyymm)
77 ask_month pic 9(6). *> the month being closed or reopened
77 entry_length pic s9(4) comp. *> trimmed length of the keyed month
77 today_date pic 9(8). *> the close date, recorded on the calendar
77 today_month pic 9(6). *> the month still running, which can't be closed
77 reopen_reason pic x(30). *> why a closed month is being reopened
77 closed_key pic x(20). *> CLOSED_<yyyymm>, the calendar key
77 line_key pic x(20). *> a calendar line's key, on the reopen rewrite
77 chain_rc pic 9. *> audit_chain_check's verdict, 0 = intact
77 chain_broken pic 9 value 0. *> 1 when either replay broke
77 chain_text pic x(60). *> what the replay covered, for the package
77 param_text pic x(30).
77 param_found pic 9.
77 package_lines pic 9(12) value 0. *> lines bound into the package
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 exception_severity pic x(1) value "E". *> an audit chain that won't replay is an error
77 exception_reason pic x(12) value "CHAIN-BREAK". *> reason code on the exception log
77 exception_key_values pic x(40). *> the month and the log that broke
77 audit_program_name pic x(30) value "period_close_job". *> this program's name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 audit_key_param pic x(40). *> the action, the month, and a reopen's reason
77 run_start_time pic 9(8). *> HHMMSSCC captured at the very start of the run, for the run-statistics log
77 run_end_time pic 9(8). *> HHMMSSCC captured at the very end of the run, for the run-statistics log
77 run_program_name pic x(30) value "period_close_job". *> this program's name, for the run-statistics log
77 run_return_code pic 9 value 0. *> 0=done, 1=done with gaps or nothing to do, 2=chain broke, 3=refused
77 register_function pic x(8) value "ALLOCATE". *> drivers draw a fresh run ID at start-up
77 session_run_id pic 9(6). *> this run's ID, for the operator's reference
77 run_id_edit pic z(5)9. *> run ID with leading zeroes stripped
77 session_function pic x(8) value "CURRENT". *> this job only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 close_operator pic x(20). *> who closed the month, for the package heading

procedure division.
    move 0 to run_return_code, package_lines
    accept run_start_time from time
    call "run_id_register" using register_function, session_run_id
    move session_run_id to run_id_edit
    display "Run ID " function trim(run_id_edit)

    *> closing and reopening the binder's months is a level-2 operation
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_level < 2
        display "Authorization level 2 is needed to close or reopen a period; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 3 to run_return_code
        perform finish_run
        goback
    end-if

    display "Period (close/reopen)?: " with no advancing
    accept close_action
    move function lower-case(function trim(close_action)) to close_action
    if close_action not = "close" and close_action not = "reopen"
        display "Not an action; key close or reopen."
        move 1 to run_return_code
        perform finish_run
        goback
    end-if

    display "Month (yyyymm)?: " with no advancing
    accept ask_month_text
    move function length(function trim(ask_month_text)) to entry_length
    if entry_length not = 6 or ask_month_text(1:6) is not numeric
        or ask_month_text(5:2) < "01" or ask_month_text(5:2) > "12"
        display "Not a usable month."
        move 1 to run_return_code
        perform finish_run
        goback
    end-if
    move function numval(ask_month_text) to ask_month
    accept today_date from date yyyymmdd
    compute today_month = today_date / 100

    move spaces to closed_key
    string "CLOSED_" delimited by size
           ask_month delimited by size
        into closed_key
    call "read_control_param" using calendar_identifier, closed_key,
        param_text, param_found

    if close_action = "close"
        perform close_period
    else
        perform reopen_period
    end-if

    perform finish_run
    goback.

*> verify the chain, bind the package, then record the close
close_period.
    if param_found = 1
        display "Month " ask_month " was already closed on "
            function trim(param_text) "."
        move 1 to run_return_code
        exit paragraph
    end-if
    if ask_month >= today_month
        display "Month " ask_month " is not over yet; it can't be closed."
        move 1 to run_return_code
        exit paragraph
    end-if

    *> the live log, then the generation the month's records were
    *> cut to; either one failing to replay stops the close
    move spaces to chain_text
    call "CBL_CHECK_FILE_EXIST" using live_log_identifier, close_check_buffer
    if return-code = 0
        display ">>> audit_chain_check :: " function trim(live_log_identifier)
        call "audit_chain_check"
        move return-code to chain_rc
        cancel "audit_chain_check"
        if chain_rc not = 0
            move 1 to chain_broken
            move live_log_identifier to broken_log
        end-if
        move "live log" to chain_text
    end-if
    move spaces to generation_identifier
    string "audit_log_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into generation_identifier
    call "CBL_CHECK_FILE_EXIST" using generation_identifier, close_check_buffer
    if return-code = 0 and chain_broken = 0
        open output request_file
        move generation_identifier to request_log
        write request_record
        close request_file
        display ">>> audit_chain_check :: " function trim(generation_identifier)
        call "audit_chain_check"
        move return-code to chain_rc
        cancel "audit_chain_check"
        if chain_rc not = 0
            move 1 to chain_broken
            move generation_identifier to broken_log
        end-if
        if chain_text = spaces
            move generation_identifier to chain_text
        else
            string chain_text delimited by "  "
                   " and " delimited by size
                   function trim(generation_identifier) delimited by size
                into chain_text
        end-if
    end-if
    if chain_broken = 1
        display "The audit chain does not replay; month " ask_month
            " is left open."
        move spaces to exception_key_values
        string ask_month delimited by size
               " " delimited by size
               function trim(broken_log) delimited by size
            into exception_key_values
        call "write_exception" using audit_program_name, exception_severity,
            exception_reason, exception_key_values
        move spaces to audit_key_param
        string "CLOSE " delimited by size
               ask_month delimited by size
               " CHAIN BREAK" delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 2 to run_return_code
        exit paragraph
    end-if

    *> the month's reports, each answering its own prompts
    move "numeral_concordance" to ps_program(1)
    move "numeral_concordance.txt" to ps_file(1)
    move "chargeback_report" to ps_program(2)
    move spaces to ps_file(2)
    string "chargeback_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into ps_file(2)
    move "reject_register_report" to ps_program(3)
    move "reject_register_report.txt" to ps_file(3)
    move "log_rotation_job" to ps_program(4)
    move spaces to ps_file(4)
    string "log_summary_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into ps_file(4)

    perform varying section_k from 1 by 1 until section_k > 3
        display " "
        display ">>> " function trim(ps_program(section_k))
        if section_k = 2
            display "    (key " ask_month " at the charge-back prompt)"
        end-if
        call ps_program(section_k)
            on exception
                display "Program not found :: "
                    function trim(ps_program(section_k))
        end-call
        cancel ps_program(section_k)
    end-perform

    move spaces to package_identifier
    string "close_package_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into package_identifier
    open output package_file
    move spaces to package_record
    string "Month-end close package :: " delimited by size
           ask_month delimited by size
        into package_text
    perform write_package_line
    move session_operator to close_operator
    if close_operator = spaces
        move "(no sign-on)" to close_operator
    end-if
    move spaces to package_record
    string "Closed " delimited by size
           today_date delimited by size
           " by " delimited by size
           function trim(close_operator) delimited by size
           ", run " delimited by size
           function trim(run_id_edit) delimited by size
        into package_text
    perform write_package_line
    move spaces to package_record
    if chain_text = spaces
        move "Audit chain :: no audit log on file to replay" to package_text
    else
        string "Audit chain :: intact (" delimited by size
               function trim(chain_text) delimited by size
               ")" delimited by size
            into package_text
    end-if
    perform write_package_line

    perform varying section_k from 1 by 1 until section_k > 4
        perform bind_section
    end-perform
    close package_file

    *> and the month goes on the calendar as closed
    call "CBL_CHECK_FILE_EXIST" using calendar_identifier, close_check_buffer
    if return-code = 0
        open extend calendar_file
    else
        open output calendar_file
    end-if
    move spaces to calendar_record
    string function trim(closed_key) delimited by size
           "=" delimited by size
           today_date delimited by size
        into calendar_line
    write calendar_record
    close calendar_file

    display " "
    display "Month " ask_month " closed; package :: "
        function trim(package_identifier)
    if sections_missing > 0
        move sections_missing to formatted_count
        display "*** " function trim(formatted_count)
            " report(s) were not on file for the package ***"
        move 1 to run_return_code
    end-if
    move spaces to audit_key_param
    string "CLOSE " delimited by size
           ask_month delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> copy one printout into the package under its own banner; one
*> not on file is noted in its place
bind_section.
    move spaces to package_record
    perform write_package_line
    string "==== " delimited by size
           function trim(ps_file(section_k)) delimited by size
           " (" delimited by size
           function trim(ps_program(section_k)) delimited by size
           ") ====" delimited by size
        into package_text
    perform write_package_line
    move ps_file(section_k) to section_identifier
    call "CBL_CHECK_FILE_EXIST" using section_identifier, close_check_buffer
    if return-code not = 0
        add 1 to sections_missing
        move spaces to package_record
        move "  (not on file)" to package_text
        perform write_package_line
        display "*** Not on file for the package :: "
            function trim(section_identifier) " ***"
        exit paragraph
    end-if
    open input section_file
    perform forever
        read section_file
            at end exit perform
        end-read
        move section_line to package_text
        perform write_package_line
    end-perform
    close section_file.

write_package_line.
    write package_record
    add 1 to package_lines.

*> take the month off the calendar, with the reason on the audit log
reopen_period.
    if param_found = 0
        display "Month " ask_month " is not closed; nothing to reopen."
        move 1 to run_return_code
        exit paragraph
    end-if
    display "Reason for reopening?: " with no advancing
    accept reopen_reason
    if reopen_reason = spaces
        display "A reopen needs a reason; the month stays closed."
        move 1 to run_return_code
        exit paragraph
    end-if

    open input calendar_file
    open output calendar_work_file
    perform forever
        read calendar_file
            at end exit perform
        end-read
        move spaces to line_key
        unstring calendar_line delimited by "=" into line_key
        if function trim(line_key) = function trim(closed_key)
            exit perform cycle
        end-if
        move calendar_line to calendar_work_line
        write calendar_work_record
    end-perform
    close calendar_file, calendar_work_file

    open input calendar_work_file
    open output calendar_file
    perform forever
        read calendar_work_file
            at end exit perform
        end-read
        move calendar_work_line to calendar_line
        write calendar_record
    end-perform
    close calendar_work_file, calendar_file
    call "CBL_DELETE_FILE" using calendar_work_identifier

    display "Month " ask_month " reopened; reruns may be dated into it again."
    move spaces to audit_key_param
    string "REOPEN " delimited by size
           ask_month delimited by size
           " " delimited by size
           reopen_reason delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

finish_run.
    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        package_lines, run_return_code
    *> write_run_stats calls CBL_CHECK_FILE_EXIST internally, which sets
    *> return-code as a side effect -- set the real exit status for the
    *> scheduler only after that call, not before it
    move run_return_code to return-code.
