*> exception_escalation_job.cob
*>
*> The scheduled escalation pass over the shop-wide exceptions
*> dataset (exceptions.txt). An entry nobody has acknowledged within
*> the minutes configured for its severity (ESCALATE_E_MINUTES,
*> ESCALATE_W_MINUTES on archive_purge_params.txt; 0 = that severity
*> is never escalated) is called out to whoever is on call for its
*> subsystem; one still unacknowledged ESCALATE_SUP_MINUTES after
*> that call-out goes to the shift's supervisor (0 = never). The
*> call-outs are appended to callout_outbound.txt, which the paging
*> gateway takes away, one line per call:
*>     <date(8)> <time(8)> <level(10)> <recipient(20)> <contact(30)>
*>     <subsystem(10)> <minutes waiting(6)> <exception(104)>
*> The rota is on oncall_rota.txt, one line per subsystem, date, and
*> shift:
*>     <subsystem(10)> <date(8)> <start hhmm(4)> <end hhmm(4)>
*>     <on-call id(20)> <on-call contact(30)> <supervisor id(20)>
*>     <supervisor contact(30)>
*> where a shift ending at or before its start runs past midnight
*> into the next day, and a subsystem of "*" covers every subsystem
*> with no line of its own for the shift. The subsystems are
*> CONVERTER, SIEVE, and OPERATIONS; which one an exception belongs
*> to goes by the program that raised it (the table below). A call
*> with no rota cover still goes out, to NO ROTA COVER, and fails the
*> run so the scheduler sees the gap.
*>
*> Every escalation is kept on exception_escalations.txt, the exception
*> (its line past the flag byte) with the subsystem, the level
*> reached, who was called and when, and -- once the operator has
*> acknowledged it through acknowledge_exceptions, whose
*> exception_acks.txt log says when and by whom -- the time it was
*> acknowledged and the minutes acknowledgment took from the entry
*> being raised. batch_window_report prints it for the 8am meeting.
*> Each call-out is audited.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - privileged_action_report's PRIV-UNREVD
*>                      exceptions go to the OPERATIONS on-call, not
*>                      the converter's.

identification division.
program-id. exception_escalation_job.

environment division.
input-output section.
file-control.
    select exceptions_file assign exceptions_identifier
    organization is line sequential.

    select rota_file assign rota_identifier
    organization is line sequential.

    select escalation_file assign escalation_identifier
    organization is line sequential.

    select acks_file assign acks_identifier
    organization is line sequential.

    select callout_file assign callout_identifier
    organization is line sequential.

data division.
file section.
fd exceptions_file.
01 exceptions_record.
    05 exc_ack_flag pic x(1).
    05 filler pic x(1).
    05 exc_rest.
        10 exc_date pic 9(8).
        10 filler pic x(1).
        10 exc_time pic 9(8).
        10 filler pic x(1).
        10 exc_program pic x(30).
        10 filler pic x(1).
        10 exc_severity pic x(1).
        10 filler pic x(1).
        10 exc_reason pic x(12).
        10 filler pic x(1).
        10 exc_key_values pic x(40).

fd rota_file.
01 rota_record.
    05 rota_subsystem pic x(10).
    05 filler pic x(1).
    05 rota_date pic 9(8).
    05 filler pic x(1).
    05 rota_start pic 9(4).
    05 filler pic x(1).
    05 rota_end pic 9(4).
    05 filler pic x(1).
    05 rota_oncall pic x(20).
    05 filler pic x(1).
    05 rota_oncall_contact pic x(30).
    05 filler pic x(1).
    05 rota_supervisor pic x(20).
    05 filler pic x(1).
    05 rota_supervisor_contact pic x(30).

fd escalation_file.
01 escalation_record.
    05 esc_exception pic x(104).
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

fd acks_file.
01 acks_record.
    05 ack_exception pic x(104).
    05 filler pic x(1).
    05 ack_date pic 9(8).
    05 filler pic x(1).
    05 ack_time pic 9(8).
    05 filler pic x(1).
    05 ack_operator pic x(20).

fd callout_file.
01 callout_record.
    05 co_date pic 9(8).
    05 filler pic x(1).
    05 co_time pic 9(8).
    05 filler pic x(1).
    05 co_level pic x(10).
    05 filler pic x(1).
    05 co_recipient pic x(20).
    05 filler pic x(1).
    05 co_contact pic x(30).
    05 filler pic x(1).
    05 co_subsystem pic x(10).
    05 filler pic x(1).
    05 co_minutes pic 9(6).
    05 filler pic x(1).
    05 co_exception pic x(104).

working-storage section.
*> the programs raising exceptions outside the converter proper;
*> anything not listed here belongs to CONVERTER
01 subsystem-program-def.
    05 filler pic x(40) value "eratosthenes                  SIEVE     ".
    05 filler pic x(40) value "period_close_job              OPERATIONS".
    05 filler pic x(40) value "preflight_check               OPERATIONS".
    05 filler pic x(40) value "profile_dispatch_job          OPERATIONS".
    05 filler pic x(40) value "register_compaction_job       OPERATIONS".
    05 filler pic x(40) value "sla_check_job                 OPERATIONS".
    05 filler pic x(40) value "sod_violation_report          OPERATIONS".
    05 filler pic x(40) value "get_business_date             OPERATIONS".
    05 filler pic x(40) value "signoff_gate                  OPERATIONS".
    05 filler pic x(40) value "update_checksum_register      OPERATIONS".
    05 filler pic x(40) value "privileged_action_report      OPERATIONS".
01 subsystem-program-table redefines subsystem-program-def.
    05 subsystem-program-entry occurs 11 times.
        10 sp_program pic x(30).
        10 sp_subsystem pic x(10).
77 subsystem_program_k pic s9(4) comp. *> index over the program table
*> the rota, held for the walk of the exceptions dataset
01 rota-table.
    05 rota-entry occurs 200 times.
        10 rt_subsystem pic x(10).
        10 rt_start_minute pic 9(12).
        10 rt_end_minute pic 9(12).
        10 rt_oncall pic x(20).
        10 rt_oncall_contact pic x(30).
        10 rt_supervisor pic x(20).
        10 rt_supervisor_contact pic x(30).
77 rota_count pic s9(4) comp value 0. *> shifts on the rota
77 rota_k pic s9(4) comp. *> index over the rota
77 rota_match_k pic s9(4) comp. *> the shift covering the call, 0 if none
*> the escalation register, held whole while it is brought up to date
01 escalation-table.
    05 escalation-entry occurs 500 times.
        10 et_record pic x(241).
77 escalation_count pic s9(4) comp value 0. *> escalations on the register
77 escalation_overflow pic 9(9) value 0. *> register lines past the working table
77 escalation_k pic s9(4) comp. *> index over the register
77 escalation_match_k pic s9(4) comp. *> the exception's escalation, 0 if none
77 exceptions_identifier pic x(40) value "exceptions.txt". *> the shop-wide exceptions dataset
77 rota_identifier pic x(40) value "oncall_rota.txt". *> who is on call, by subsystem, date, and shift
77 escalation_identifier pic x(40) value "exception_escalations.txt". *> every escalation made
77 acks_identifier pic x(40) value "exception_acks.txt". *> acknowledge_exceptions' log of acknowledgments
77 callout_identifier pic x(40) value "callout_outbound.txt". *> the paging gateway's outbound file
77 escalation_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 param_identifier pic x(40) value "archive_purge_params.txt". *> the operations settings family
77 param_key pic x(20). *> setting being looked up
77 param_text pic x(30). *> its value, as text
77 param_found pic 9. *> 1 if the setting is on file
77 error_minutes pic 9(6). *> minutes an E entry may wait before the on-call call
77 warning_minutes pic 9(6). *> minutes a W entry may wait before the on-call call
77 supervisor_minutes pic 9(6). *> minutes after the on-call call before the supervisor's
77 threshold_minutes pic 9(6). *> the limit for the entry in hand
77 today_date pic 9(8). *> the date of the pass
77 now_time pic 9(8). *> HHMMSSCC of the pass
77 now_minute pic 9(12). *> the pass, in minutes on the integer-date scale
77 raised_minute pic 9(12). *> when the entry in hand was raised, likewise
77 called_minute pic 9(12). *> when the on-call was called, likewise
77 acked_minute pic 9(12). *> when the entry was acknowledged, likewise
77 waiting_minutes pic 9(12). *> minutes the entry in hand has waited
77 entry_subsystem pic x(10). *> the subsystem the entry in hand belongs to
77 entry_acked pic 9. *> 1 when the entry in hand is flagged acknowledged
77 callout_level pic x(10). *> ON-CALL or SUPERVISOR
77 callout_recipient pic x(20). *> who is being called
77 callout_contact pic x(30). *> and how
77 callouts_made pic 9(6) value 0. *> call-outs written this pass
77 oncall_calls pic 9(6) value 0. *> of those, to the on-call
77 supervisor_calls pic 9(6) value 0. *> of those, to the supervisor
77 uncovered_calls pic 9(6) value 0. *> of those, with no rota cover
77 closed_count pic 9(6) value 0. *> escalations acknowledged since the last pass
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_minutes pic z(5)9. *> minutes, no leading zeroes
77 audit_program_name pic x(30) value "exception_escalation_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the call-out, or the pass's counts, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 lock_action pic x(4). *> TAKE or FREE, for the register's update lock
77 lock_name pic x(40) value "exception_escalations.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "exception_escalation_job". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 run_start_time pic 9(8). *> HHMMSSCC captured at the very start of the run, for the run-statistics log
77 run_end_time pic 9(8). *> HHMMSSCC captured at the very end of the run, for the run-statistics log
77 run_program_name pic x(30) value "exception_escalation_job". *> this program's name, for the run-statistics log
77 run_processed pic 9(12) value 0. *> call-outs made, for the run-statistics log
77 run_return_code pic 9 value 0. *> 0=success, 1=a call without rota cover or the register refused

procedure division.
    accept run_start_time from time
    accept today_date from date yyyymmdd
    accept now_time from time
    compute now_minute = function integer-of-date(today_date) * 1440
        + function numval(now_time(1:2)) * 60 + function numval(now_time(3:2))

    move 30 to error_minutes
    move 240 to warning_minutes
    move 30 to supervisor_minutes
    move "ESCALATE_E_MINUTES" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to error_minutes
    end-if
    move "ESCALATE_W_MINUTES" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to warning_minutes
    end-if
    move "ESCALATE_SUP_MINUTES" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to supervisor_minutes
    end-if

    display "Exception escalation :: " today_date " " now_time(1:4)
    display "----------------------------------------------------------------"

    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the escalation register's lock; another"
            " pass is running. Nothing escalated. ***"
        move "REGISTER LOCKED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to run_return_code
        perform finish_run
        goback
    end-if

    perform load_rota
    perform load_escalations
    if escalation_overflow > 0
        display "*** The escalation register runs past this job's table ("
            escalation_overflow " extra record(s)); nothing escalated. ***"
        move "REGISTER FULL" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to run_return_code
        perform free_register_lock
        perform finish_run
        goback
    end-if
    perform apply_acknowledgments

    call "CBL_CHECK_FILE_EXIST" using exceptions_identifier, escalation_check_buffer
    if return-code = 0
        open input exceptions_file
        perform forever
            read exceptions_file
                at end exit perform
            end-read
            perform escalate_exception
        end-perform
        close exceptions_file
    end-if

    open output escalation_file
    perform varying escalation_k from 1 by 1
        until escalation_k > escalation_count
        move et_record(escalation_k) to escalation_record
        write escalation_record
    end-perform
    close escalation_file
    perform free_register_lock

    display "----------------------------------------------------------------"
    move oncall_calls to formatted_count
    display "On-call call-outs     : " formatted_count
    move supervisor_calls to formatted_count
    display "Supervisor call-outs  : " formatted_count
    move uncovered_calls to formatted_count
    display "No rota cover         : " formatted_count
    move closed_count to formatted_count
    display "Newly acknowledged    : " formatted_count

    move spaces to audit_key_param
    string "oncall " delimited by size
           oncall_calls delimited by size
           " supv " delimited by size
           supervisor_calls delimited by size
           " uncov " delimited by size
           uncovered_calls delimited by size
        into audit_key_param
    if uncovered_calls = 0
        move "SUCCESS" to audit_result
    else
        move "FAILURE" to audit_result
        move 1 to run_return_code
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    perform finish_run
    goback.

load_rota.
    call "CBL_CHECK_FILE_EXIST" using rota_identifier, escalation_check_buffer
    if return-code not = 0
        display "No on-call rota on file :: " function trim(rota_identifier)
        exit paragraph
    end-if
    open input rota_file
    perform forever
        read rota_file
            at end exit perform
        end-read
        if rota_subsystem = spaces or rota_date is not numeric
            or rota_start is not numeric or rota_end is not numeric
            exit perform cycle
        end-if
        if rota_count >= 200
            display "*** Rota past 200 shifts; the rest are ignored. ***"
            exit perform
        end-if
        add 1 to rota_count
        move rota_subsystem to rt_subsystem(rota_count)
        compute rt_start_minute(rota_count) =
            function integer-of-date(rota_date) * 1440
            + function integer-part(rota_start / 100) * 60
            + function mod(rota_start, 100)
        compute rt_end_minute(rota_count) =
            function integer-of-date(rota_date) * 1440
            + function integer-part(rota_end / 100) * 60
            + function mod(rota_end, 100)
        *> a shift ending at or before its start is an overnight shift
        if rota_end <= rota_start
            add 1440 to rt_end_minute(rota_count)
        end-if
        move rota_oncall to rt_oncall(rota_count)
        move rota_oncall_contact to rt_oncall_contact(rota_count)
        move rota_supervisor to rt_supervisor(rota_count)
        move rota_supervisor_contact to rt_supervisor_contact(rota_count)
    end-perform
    close rota_file.

load_escalations.
    call "CBL_CHECK_FILE_EXIST" using escalation_identifier, escalation_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input escalation_file
    perform forever
        read escalation_file
            at end exit perform
        end-read
        if escalation_count < 500
            add 1 to escalation_count
            move escalation_record to et_record(escalation_count)
        else
            add 1 to escalation_overflow
        end-if
    end-perform
    close escalation_file.

*> close off the open escalations the operators have acknowledged
*> since the last pass, at the time acknowledge_exceptions logged
apply_acknowledgments.
    call "CBL_CHECK_FILE_EXIST" using acks_identifier, escalation_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input acks_file
    perform forever
        read acks_file
            at end exit perform
        end-read
        perform varying escalation_k from 1 by 1
            until escalation_k > escalation_count
            move et_record(escalation_k) to escalation_record
            if esc_exception = ack_exception and esc_ack_date = 0
                and ack_date is numeric and ack_time is numeric
                move ack_date to esc_ack_date
                move ack_time to esc_ack_time
                move ack_operator to esc_ack_operator
                perform stamp_ack_minutes
                move escalation_record to et_record(escalation_k)
                add 1 to closed_count
            end-if
        end-perform
    end-perform
    close acks_file.

stamp_ack_minutes.
    compute raised_minute =
        function integer-of-date(function numval(esc_exception(1:8))) * 1440
        + function numval(esc_exception(10:2)) * 60
        + function numval(esc_exception(12:2))
    compute acked_minute = function integer-of-date(esc_ack_date) * 1440
        + function numval(esc_ack_time(1:2)) * 60
        + function numval(esc_ack_time(3:2))
    if acked_minute > raised_minute
        compute esc_ack_minutes = acked_minute - raised_minute
    else
        move 0 to esc_ack_minutes
    end-if.

escalate_exception.
    if exc_date is not numeric or exc_time is not numeric
        exit paragraph
    end-if
    if exc_ack_flag = "A"
        move 1 to entry_acked
    else
        move 0 to entry_acked
    end-if
    move 0 to escalation_match_k
    perform varying escalation_k from 1 by 1
        until escalation_k > escalation_count
        if et_record(escalation_k)(1:104) = exc_rest
            move escalation_k to escalation_match_k
        end-if
    end-perform

    *> flagged on the dataset with nothing on the acknowledgment log:
    *> the escalation closes as of this pass
    if entry_acked = 1
        if escalation_match_k > 0
            move et_record(escalation_match_k) to escalation_record
            if esc_ack_date = 0
                move today_date to esc_ack_date
                move now_time to esc_ack_time
                move spaces to esc_ack_operator
                perform stamp_ack_minutes
                move escalation_record to et_record(escalation_match_k)
                add 1 to closed_count
            end-if
        end-if
        exit paragraph
    end-if

    compute raised_minute = function integer-of-date(exc_date) * 1440
        + function numval(exc_time(1:2)) * 60 + function numval(exc_time(3:2))
    if now_minute > raised_minute
        compute waiting_minutes = now_minute - raised_minute
    else
        move 0 to waiting_minutes
    end-if

    if escalation_match_k = 0
        if exc_severity = "E"
            move error_minutes to threshold_minutes
        else
            move warning_minutes to threshold_minutes
        end-if
        if threshold_minutes = 0 or waiting_minutes < threshold_minutes
            exit paragraph
        end-if
        if escalation_count >= 500
            display "*** Escalation register full; "
                function trim(exc_program) " " function trim(exc_reason)
                " not escalated. ***"
            move 1 to run_return_code
            exit paragraph
        end-if
        perform find_subsystem
        perform find_shift
        move "ON-CALL" to callout_level
        if rota_match_k = 0
            move "NO ROTA COVER" to callout_recipient
            move spaces to callout_contact
        else
            move rt_oncall(rota_match_k) to callout_recipient
            move rt_oncall_contact(rota_match_k) to callout_contact
        end-if
        add 1 to escalation_count
        move spaces to escalation_record
        move exc_rest to esc_exception
        move entry_subsystem to esc_subsystem
        move 1 to esc_level
        move callout_recipient to esc_oncall
        move today_date to esc_oncall_date
        move now_time to esc_oncall_time
        move 0 to esc_supv_date, esc_supv_time, esc_ack_date, esc_ack_time,
            esc_ack_minutes
        move escalation_record to et_record(escalation_count)
        add 1 to oncall_calls
        perform write_callout
        exit paragraph
    end-if

    *> already with the on-call: past the supervisor's margin, it goes up
    move et_record(escalation_match_k) to escalation_record
    if esc_level not = 1 or supervisor_minutes = 0
        exit paragraph
    end-if
    compute called_minute = function integer-of-date(esc_oncall_date) * 1440
        + function numval(esc_oncall_time(1:2)) * 60
        + function numval(esc_oncall_time(3:2))
    if now_minute < called_minute + supervisor_minutes
        exit paragraph
    end-if
    move esc_subsystem to entry_subsystem
    perform find_shift
    move "SUPERVISOR" to callout_level
    if rota_match_k = 0
        move "NO ROTA COVER" to callout_recipient
        move spaces to callout_contact
    else
        move rt_supervisor(rota_match_k) to callout_recipient
        move rt_supervisor_contact(rota_match_k) to callout_contact
    end-if
    move 2 to esc_level
    move callout_recipient to esc_supervisor
    move today_date to esc_supv_date
    move now_time to esc_supv_time
    move escalation_record to et_record(escalation_match_k)
    add 1 to supervisor_calls
    perform write_callout.

find_subsystem.
    move "CONVERTER" to entry_subsystem
    perform varying subsystem_program_k from 1 by 1
        until subsystem_program_k > 11
        if sp_program(subsystem_program_k) = exc_program
            move sp_subsystem(subsystem_program_k) to entry_subsystem
        end-if
    end-perform.

*> the subsystem's own shift wins; a "*" shift covers the rest
find_shift.
    move 0 to rota_match_k
    perform varying rota_k from 1 by 1 until rota_k > rota_count
        if now_minute >= rt_start_minute(rota_k)
            and now_minute < rt_end_minute(rota_k)
            if rt_subsystem(rota_k) = entry_subsystem
                move rota_k to rota_match_k
            end-if
            if rt_subsystem(rota_k) = "*" and rota_match_k = 0
                move rota_k to rota_match_k
            end-if
        end-if
    end-perform.

write_callout.
    call "CBL_CHECK_FILE_EXIST" using callout_identifier, escalation_check_buffer
    if return-code = 0
        open extend callout_file
    else
        open output callout_file
    end-if
    move spaces to callout_record
    move today_date to co_date
    move now_time to co_time
    move callout_level to co_level
    move callout_recipient to co_recipient
    move callout_contact to co_contact
    move entry_subsystem to co_subsystem
    move waiting_minutes to co_minutes
    move exc_rest to co_exception
    write callout_record
    close callout_file
    add 1 to callouts_made
    add 1 to run_processed
    if rota_match_k = 0
        add 1 to uncovered_calls
    end-if

    move waiting_minutes to formatted_minutes
    display "  " callout_level " :: " function trim(callout_recipient)
        " :: " function trim(exc_program) " " function trim(exc_reason)
        " -- waiting " function trim(formatted_minutes) " min"

    move spaces to audit_key_param
    string function trim(callout_level) delimited by size
           " " delimited by size
           function trim(callout_recipient) delimited by size
           " " delimited by size
           function trim(exc_reason) delimited by size
        into audit_key_param
    if rota_match_k = 0
        move "FAILURE" to audit_result
    else
        move "SUCCESS" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

free_register_lock.
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status.

finish_run.
    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        run_processed, run_return_code
    move run_return_code to return-code.
