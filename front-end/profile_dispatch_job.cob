*> profile_dispatch_job.cob
*>
*> Run every delivery waiting on the intake register
*> (intake_register.txt) under its own source's processing profile,
*> instead of somebody hand-editing roman_converter_params.txt
*> before each run and now and then forgetting. The profile library
*> (source_profiles.txt) holds one line per switch:
*>     <source(20)> <KEY=VALUE(60)>
*> keyed by the source the delivery was logged under; a source with
*> a line whose setting is blank is on file and runs on the
*> defaults on purpose. For each unprocessed delivery the source's
*> switches are laid over the converter's control file (a switch
*> the profile names replaces the control file's own line, every
*> other line stays), the pre-edit pass (preedit_input_job) cleans
*> the delivery, and the converter runs against the cleaned file;
*> a clean finish crosses the delivery off the register under this
*> job's run ID (the converter does so itself, off the cleaned
*> copy's name). A delivery whose source has no profile is held --
*> never run on the defaults -- and raised on the exceptions
*> dataset. The control file is put back exactly as it was when the
*> job ends; a copy (roman_converter_params_dispatch.txt) stands by
*> until then, and a job that finds one at start-up restores it
*> first. What ran, under which profile, and what was held goes to
*> dispatch_summary_<run id>.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the converter now crosses a dispatched
*>                      delivery off the register itself (and issues
*>                      its department's completion notice), so the
*>                      dispatcher no longer does.

identification division.
program-id. profile_dispatch_job.

environment division.
input-output section.
file-control.
    select register_file assign register_identifier
    organization is line sequential.

    select profile_file assign profile_identifier
    organization is line sequential.

    select param_file assign param_identifier
    organization is line sequential.

    *> the control file as it stood before the job, kept until the
    *> job puts it back
    select saved_file assign saved_identifier
    organization is line sequential.

    *> the pre-edit pass's handoff: one line naming the delivery
    select request_file assign request_identifier
    organization is line sequential.

    select summary_file assign summary_identifier
    organization is line sequential.

data division.
file section.
fd register_file.
01 intake_record.
    05 itk_file pic x(40).
    05 filler pic x(1).
    05 itk_source pic x(20).
    05 filler pic x(1).
    05 itk_arrival pic 9(8).
    05 filler pic x(1).
    05 itk_expected pic 9(9).
    05 filler pic x(1).
    05 itk_due pic 9(8).
    05 filler pic x(1).
    05 itk_processed pic 9.
    05 filler pic x(1).
    05 itk_run_id pic 9(6).
    05 filler pic x(1).
    05 itk_proc_date pic 9(8).
    05 filler pic x(1).
    05 itk_department pic x(8).

fd profile_file.
01 profile_record.
    05 pf_source pic x(20).
    05 filler pic x(1).
    05 pf_setting pic x(60).

fd param_file.
01 param_record.
    05 param_line pic x(60).

fd saved_file.
01 saved_record.
    05 saved_line pic x(60).

fd request_file.
01 request_record.
    05 request_line pic x(40).

fd summary_file.
01 summary_record.
    05 summary_text pic x(132).

working-storage section.
*> the deliveries waiting, taken off the register before any run
*> starts -- each clean finish rewrites the register underneath
01 pending-table.
    05 pending-entry occurs 300 times.
        10 pd_file pic x(40).
        10 pd_source pic x(20).
77 pending_count pic s9(4) comp value 0. *> deliveries waiting
77 pending_k pic s9(4) comp. *> index over the waiting deliveries
*> the profile library, one switch per entry
01 profile-table.
    05 profile-entry occurs 500 times.
        10 pt_source pic x(20).
        10 pt_setting pic x(60).
        10 pt_key pic x(20).
77 profile_count pic s9(4) comp value 0. *> switches on file
77 profile_k pic s9(4) comp. *> index over the switches
77 profile_found pic 9. *> 1 once the delivery's source has a line on file
77 profile_switches pic s9(4) comp. *> switches the delivery's profile sets
*> the control file's own lines, as the job found them
01 base-table.
    05 base-entry occurs 200 times.
        10 base_line pic x(60).
        10 base_key pic x(20).
77 base_count pic s9(4) comp value 0. *> control-file lines held
77 base_k pic s9(4) comp. *> index over the control-file lines
77 base_present pic 9 value 0. *> 1 if the control file existed before the job
77 base_overridden pic 9. *> 1 when the profile names the line's switch
77 line_key pic x(20). *> a setting's switch name, off its KEY=VALUE
77 line_value pic x(40). *> a setting's value, discarded
77 register_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 profile_identifier pic x(40) value "source_profiles.txt". *> the per-source profile library
77 param_identifier pic x(40) value "roman_converter_params.txt". *> the converter's control file
77 saved_identifier pic x(40) value "roman_converter_params_dispatch.txt". *> the control file as found, until it is put back
77 request_identifier pic x(40) value "preedit_request.txt". *> the pre-edit pass's handoff file
77 summary_identifier pic x(40). *> what ran under which profile
77 dispatch_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 clean_identifier pic x(60). *> the cleaned delivery the pre-edit pass writes
77 conv_file_name pic x(30). *> the cleaned delivery, as the converter takes it
77 conv_status pic 9. *> the converter's file_read_status; 1 = found and read
77 name_length pic s9(4) comp. *> trimmed length of the cleaned delivery's name
77 preedit_program pic x(30) value "preedit_input_job". *> the pre-edit pass
77 conv_program pic x(30) value "convert_numeral_file". *> the converter
77 step_failed pic 9. *> 1 when the pre-edit pass or the converter could not run
77 disposition pic x(40). *> what became of the delivery, for the summary
77 profile_text pic x(132). *> the switches applied, for the summary
77 text_pointer pic s9(4) comp. *> build position in the switch list
77 run_count pic 9(4) value 0. *> deliveries converted cleanly
77 held_count pic 9(4) value 0. *> deliveries held for want of a profile
77 failed_count pic 9(4) value 0. *> deliveries that could not be run, or did not finish clean
77 formatted_count pic z(3)9. *> counts, no leading zeroes
77 formatted_status pic 9. *> the converter's status, for the summary
77 exception_severity pic x(1). *> W held, E failed
77 exception_reason pic x(12). *> NO-PROFILE or DISPATCH
77 exception_key_values pic x(40). *> the delivery
77 lock_action pic x(4). *> TAKE or FREE, for the control file's lock
77 lock_name pic x(40) value "roman_converter_params.lock". *> whoever creates it owns the control file
77 lock_owner pic x(30) value "profile_dispatch_job". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 register_function pic x(8) value "ALLOCATE". *> drivers draw a fresh run ID at start-up
77 session_run_id pic 9(6). *> this job's run ID, stamped on what it crosses off
77 run_id_edit pic z(5)9. *> run ID with leading zeroes stripped
77 run_start_time pic 9(8). *> HHMMSSCC at the start of the job, for the run-statistics log
77 run_end_time pic 9(8). *> HHMMSSCC at the end of the job, for the run-statistics log
77 run_program_name pic x(30) value "profile_dispatch_job". *> this program's name, for the run-statistics log
77 run_records_processed pic 9(12). *> deliveries dispatched, for the run-statistics log
77 run_return_code pic 9. *> the job's condition, for the run-statistics log
77 audit_program_name pic x(30) value "profile_dispatch_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the job's counts, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to pending_count, profile_count, base_count, base_present,
        run_count, held_count, failed_count
    accept run_start_time from time
    call "run_id_register" using register_function, session_run_id
    move session_run_id to run_id_edit
    display "Run ID " function trim(run_id_edit)

    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the control-file lock after ten tries;"
            " nothing dispatched. ***"
        move "LOCKED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to return-code
        goback
    end-if

    *> a standby copy left behind means an earlier dispatch never
    *> got to put the control file back; do it now, before anything
    call "CBL_CHECK_FILE_EXIST" using saved_identifier, dispatch_check_buffer
    if return-code = 0
        display "Control file left under a profile by an interrupted"
            " dispatch; restored from " function trim(saved_identifier)
        open input saved_file
        open output param_file
        perform forever
            read saved_file
                at end exit perform
            end-read
            move saved_line to param_line
            write param_record
        end-perform
        close saved_file, param_file
        call "CBL_DELETE_FILE" using saved_identifier
    end-if

    perform load_profiles
    perform load_pending
    perform load_base_params

    move spaces to summary_identifier
    string "dispatch_summary_" delimited by size
           session_run_id delimited by size
           ".txt" delimited by size
        into summary_identifier
    open output summary_file
    move spaces to summary_record
    string "Per-source dispatch :: run ID " delimited by size
           function trim(run_id_edit) delimited by size
        into summary_text
    write summary_record
    display summary_text
    move spaces to summary_record
    move "  Delivery                                 Source"
        to summary_text
    move "Disposition" to summary_text(66:11)
    write summary_record
    display summary_text
    move spaces to summary_record
    move all "-" to summary_text(1:100)
    write summary_record
    display "----------------------------------------------------------------"

    perform varying pending_k from 1 by 1 until pending_k > pending_count
        perform dispatch_delivery
    end-perform

    perform restore_base_params
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status

    move spaces to summary_record
    move all "-" to summary_text(1:100)
    write summary_record
    move spaces to summary_record
    move 1 to text_pointer
    move run_count to formatted_count
    string "Run " delimited by size
           function trim(formatted_count) delimited by size
        into summary_text with pointer text_pointer
    move held_count to formatted_count
    string ", held " delimited by size
           function trim(formatted_count) delimited by size
        into summary_text with pointer text_pointer
    move failed_count to formatted_count
    string ", failed " delimited by size
           function trim(formatted_count) delimited by size
        into summary_text with pointer text_pointer
    write summary_record
    close summary_file

    display "----------------------------------------------------------------"
    move pending_count to formatted_count
    display "Deliveries waiting : " formatted_count
    move run_count to formatted_count
    display "Run                : " formatted_count
    move held_count to formatted_count
    display "Held (no profile)  : " formatted_count
    move failed_count to formatted_count
    display "Failed             : " formatted_count
    display "Dispatch summary   :: " function trim(summary_identifier)

    move spaces to audit_key_param
    string run_count delimited by size
           " run, " delimited by size
           held_count delimited by size
           " held, " delimited by size
           failed_count delimited by size
           " failed" delimited by size
        into audit_key_param
    if held_count = 0 and failed_count = 0
        move "SUCCESS" to audit_result
        move 0 to run_return_code
    else
        move "FAILURE" to audit_result
        move 1 to run_return_code
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result

    move pending_count to run_records_processed
    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        run_records_processed, run_return_code
    move run_return_code to return-code
    goback.

load_profiles.
    call "CBL_CHECK_FILE_EXIST" using profile_identifier, dispatch_check_buffer
    if return-code = 0
        open input profile_file
        perform forever
            read profile_file
                at end exit perform
            end-read
            if pf_source = spaces
                exit perform cycle
            end-if
            if profile_count < 500
                add 1 to profile_count
                move pf_source to pt_source(profile_count)
                move function trim(pf_setting) to pt_setting(profile_count)
                move spaces to line_key
                unstring pt_setting(profile_count) delimited by "="
                    into line_key, line_value
                move function upper-case(function trim(line_key))
                    to pt_key(profile_count)
            end-if
        end-perform
        close profile_file
    else
        display "No source profiles on file :: "
            function trim(profile_identifier)
    end-if.

load_pending.
    call "CBL_CHECK_FILE_EXIST" using register_identifier, dispatch_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if itk_processed = 1 or itk_file = spaces
                exit perform cycle
            end-if
            if pending_count < 300
                add 1 to pending_count
                move itk_file to pd_file(pending_count)
                move itk_source to pd_source(pending_count)
            end-if
        end-perform
        close register_file
    end-if.

*> hold the control file as found, and leave a standby copy of it
*> on disk in case the job dies with a profile laid over it
load_base_params.
    call "CBL_CHECK_FILE_EXIST" using param_identifier, dispatch_check_buffer
    if return-code = 0
        move 1 to base_present
        open input param_file
        perform forever
            read param_file
                at end exit perform
            end-read
            if base_count < 200
                add 1 to base_count
                move param_line to base_line(base_count)
                move spaces to line_key
                unstring param_line delimited by "=" into line_key, line_value
                move function upper-case(function trim(line_key))
                    to base_key(base_count)
            end-if
        end-perform
        close param_file
    end-if
    open output saved_file
    perform varying base_k from 1 by 1 until base_k > base_count
        move base_line(base_k) to saved_line
        write saved_record
    end-perform
    close saved_file.

restore_base_params.
    if base_present = 1
        open output param_file
        perform varying base_k from 1 by 1 until base_k > base_count
            move base_line(base_k) to param_line
            write param_record
        end-perform
        close param_file
    else
        call "CBL_DELETE_FILE" using param_identifier
    end-if
    call "CBL_DELETE_FILE" using saved_identifier.

*> hold, or profile, pre-edit, and convert one waiting delivery
dispatch_delivery.
    move 0 to profile_found, profile_switches, step_failed
    move spaces to profile_text
    move 1 to text_pointer
    perform varying profile_k from 1 by 1 until profile_k > profile_count
        if pt_source(profile_k) = pd_source(pending_k)
            move 1 to profile_found
            if pt_setting(profile_k) not = spaces
                add 1 to profile_switches
                if profile_switches > 1
                    string ", " delimited by size
                        into profile_text with pointer text_pointer
                end-if
                string function trim(pt_setting(profile_k)) delimited by size
                    into profile_text with pointer text_pointer
            end-if
        end-if
    end-perform

    evaluate true
        when profile_found = 0
            add 1 to held_count
            move "HELD -- no profile for its source" to disposition
            move "W" to exception_severity
            move "NO-PROFILE" to exception_reason
            perform raise_dispatch_exception
        when other
            perform run_delivery
    end-evaluate

    move spaces to summary_record
    move pd_file(pending_k) to summary_text(3:40)
    move pd_source(pending_k) to summary_text(44:20)
    move disposition to summary_text(66:40)
    write summary_record
    display summary_text
    if profile_found = 1
        move spaces to summary_record
        if profile_switches = 0
            move "      profile: defaults (no switches)" to summary_text
        else
            string "      profile: " delimited by size
                   profile_text delimited by size
                into summary_text
        end-if
        write summary_record
        display summary_text
    end-if.

run_delivery.
    call "CBL_CHECK_FILE_EXIST" using pd_file(pending_k), dispatch_check_buffer
    if return-code not = 0
        add 1 to failed_count
        move "FAILED -- delivery not on disk" to disposition
        move "E" to exception_severity
        move "DISPATCH" to exception_reason
        perform raise_dispatch_exception
        move 1 to step_failed
    end-if

    *> the converter takes a thirty-byte name; the cleaned file's
    *> has to fit
    if step_failed = 0
        move spaces to clean_identifier
        string function trim(pd_file(pending_k)) delimited by size
               "_clean.txt" delimited by size
            into clean_identifier
        move function length(function trim(clean_identifier)) to name_length
        if name_length > 30
            add 1 to failed_count
            move "FAILED -- cleaned name too long" to disposition
            move "E" to exception_severity
            move "DISPATCH" to exception_reason
            perform raise_dispatch_exception
            move 1 to step_failed
        end-if
    end-if

    if step_failed = 0
        perform apply_profile
        display " "
        display ">>> " function trim(pd_file(pending_k)) " :: profile "
            function trim(pd_source(pending_k))
        open output request_file
        move pd_file(pending_k) to request_line
        write request_record
        close request_file
        move 0 to return-code
        call preedit_program
            on exception
                display "Program not found :: " function trim(preedit_program)
                move 1 to step_failed
        end-call
        if step_failed = 0 and return-code not = 0
            move 1 to step_failed
        end-if
        cancel preedit_program
        call "CBL_DELETE_FILE" using request_identifier
        if step_failed = 1
            add 1 to failed_count
            move "FAILED -- pre-edit did not run" to disposition
            move "E" to exception_severity
            move "DISPATCH" to exception_reason
            perform raise_dispatch_exception
        end-if
    end-if

    if step_failed = 0
        move clean_identifier to conv_file_name
        move 0 to conv_status
        call conv_program using conv_file_name, conv_status
            on exception
                display "Program not found :: " function trim(conv_program)
                move 1 to step_failed
        end-call
        cancel conv_program
        if step_failed = 0 and conv_status = 1
            *> the converter crosses the delivery off the register
            *> itself, off its cleaned copy's name
            add 1 to run_count
            move "RUN" to disposition
        else
            add 1 to failed_count
            move conv_status to formatted_status
            move spaces to disposition
            string "FAILED -- converter status " delimited by size
                   formatted_status delimited by size
                into disposition
            move "E" to exception_severity
            move "DISPATCH" to exception_reason
            perform raise_dispatch_exception
        end-if
        display "<<< " function trim(pd_file(pending_k)) " :: "
            function trim(disposition)
    end-if.

*> the control file as found, less any line whose switch the
*> profile sets, then the profile's own switches
apply_profile.
    open output param_file
    perform varying base_k from 1 by 1 until base_k > base_count
        move 0 to base_overridden
        if base_key(base_k) not = spaces
            perform varying profile_k from 1 by 1
                until profile_k > profile_count or base_overridden = 1
                if pt_source(profile_k) = pd_source(pending_k)
                    and pt_key(profile_k) = base_key(base_k)
                    move 1 to base_overridden
                end-if
            end-perform
        end-if
        if base_overridden = 0
            move base_line(base_k) to param_line
            write param_record
        end-if
    end-perform
    perform varying profile_k from 1 by 1 until profile_k > profile_count
        if pt_source(profile_k) = pd_source(pending_k)
            and pt_setting(profile_k) not = spaces
            move pt_setting(profile_k) to param_line
            write param_record
        end-if
    end-perform
    close param_file.

raise_dispatch_exception.
    move pd_file(pending_k) to exception_key_values
    call "write_exception" using audit_program_name, exception_severity,
        exception_reason, exception_key_values.
