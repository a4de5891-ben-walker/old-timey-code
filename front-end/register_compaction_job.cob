*> register_compaction_job.cob
*>
*> Scheduled compaction of the four registers that otherwise only
*> ever grow, so the programs that read-modify-write them behind
*> take_file_lock are left holding live work only. An entry closed
*> longer ago than COMPACT_AGE_DAYS (archive_purge_params.txt,
*> default 90) is moved out to a history file named for the month
*> it closed in ("<register>_hist_<yyyymm>.txt", the register's own
*> record layout, the way log_rotation_job files the logs by month):
*>
*>   reject_register.txt      REPAIRED or WRITTENOFF, by the
*>                            disposition date
*>   intake_register.txt      processed, by the processed date
*>   checkpoint_register.txt  whose checkpoint file is gone -- it can
*>                            no longer be resumed -- by the date it
*>                            was registered
*>   exceptions.txt           acknowledged, by the date raised
*>
*> Each register is compacted under its own lock file, the one its
*> writers take; a register whose lock can't be had is left alone
*> this run. The moved and kept entries are counted on their way out
*> to the staging and work files and counted again after, and the
*> history files are counted before and after the append; the live
*> register is only replaced when every count balances against the
*> entries read. A register that fails the check is left as it was
*> and raised on the exceptions dataset (E COMPACT-FAIL). Every
*> history file is listed on register_history_catalog.txt, which
*> merge_register_history reads for the reports that are asked to
*> include history.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. register_compaction_job.

environment division.
input-output section.
file-control.
    select register_file assign register_identifier
    organization is line sequential.

    select work_file assign work_identifier
    organization is line sequential.

    select staging_file assign staging_identifier
    organization is line sequential.

    select history_file assign history_identifier
    organization is line sequential.

    select catalog_file assign catalog_identifier
    organization is line sequential.

data division.
file section.
*> one file, four record layouts: whichever register is being
*> compacted is read through its own view
fd register_file.
01 register_line pic x(200).
01 reject_view.
    05 rreg_batch pic x(40).
    05 filler pic x(1).
    05 rreg_line pic 9(9).
    05 filler pic x(1).
    05 rreg_numeral pic x(30).
    05 filler pic x(1).
    05 rreg_reason pic x(16).
    05 filler pic x(1).
    05 rreg_post_date pic 9(8).
    05 filler pic x(1).
    05 rreg_disposition pic x(10).
    05 filler pic x(1).
    05 rreg_disp_date pic 9(8).
01 intake_view.
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
01 checkpoint_view.
    05 ckp_name pic x(44).
    05 filler pic x(1).
    05 ckp_date pic 9(8).
    05 filler pic x(1).
    05 ckp_program pic x(30).
01 exception_view.
    05 exc_ack_flag pic x(1).
    05 filler pic x(1).
    05 exc_date pic 9(8).

fd work_file.
01 work_record.
    05 work_line pic x(200).

*> the entries on their way out, each behind the month it files to
fd staging_file.
01 staging_record.
    05 stg_month pic 9(6).
    05 stg_line pic x(200).

fd history_file.
01 history_record.
    05 history_line pic x(200).

fd catalog_file.
01 catalog_record.
    05 cat_register pic x(40).
    05 filler pic x(1).
    05 cat_history pic x(44).

working-storage section.
*> the registers, their lock files, and their history-name stems
01 compaction-table-def.
    05 filler pic x(40) value "reject_register.txt".
    05 filler pic x(40) value "reject_register.lock".
    05 filler pic x(30) value "reject_register_hist_".
    05 filler pic x(40) value "intake_register.txt".
    05 filler pic x(40) value "intake_register.lock".
    05 filler pic x(30) value "intake_register_hist_".
    05 filler pic x(40) value "checkpoint_register.txt".
    05 filler pic x(40) value "checkpoint_register.lock".
    05 filler pic x(30) value "checkpoint_register_hist_".
    05 filler pic x(40) value "exceptions.txt".
    05 filler pic x(40) value "exceptions.lock".
    05 filler pic x(30) value "exceptions_hist_".
01 compaction-table redefines compaction-table-def.
    05 compaction-entry occurs 4 times.
        10 cmp_register pic x(40).
        10 cmp_lock pic x(40).
        10 cmp_stem pic x(30).
77 register_k pic s9(4) comp. *> index over the registers
*> the months this register's moved entries file to
01 month-table.
    05 month_value pic 9(6) occurs 120 times.
77 month_count pic s9(4) comp. *> distinct months staged
77 month_k pic s9(4) comp. *> index over the months
77 month_found pic 9. *> 1 when the month is already held
77 register_identifier pic x(40). *> the register being compacted
77 work_identifier pic x(40) value "register_compaction_work.txt". *> the entries kept
77 staging_identifier pic x(40) value "register_compaction_moved.txt". *> the entries moved
77 history_identifier pic x(44). *> the history file being appended
77 catalog_identifier pic x(40) value "register_history_catalog.txt". *> every history file filed so far
77 compaction_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 lock_action pic x(4). *> TAKE or FREE, for the register's update lock
77 lock_name pic x(40). *> the register's own lock file
77 lock_owner pic x(30) value "register_compaction_job". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 entry_closed pic 9. *> 1 when the entry has closed and aged out
77 entry_close_date pic 9(8). *> the date the entry closed on
77 close_limit pic 9(8). *> entries closed before this date are moved
77 entries_read pic 9(9). *> entries on the register going in
77 entries_kept pic 9(9). *> entries written to the work file
77 entries_moved pic 9(9). *> entries written to the staging file
77 recount pic 9(9). *> a file's entries, counted again
77 history_before pic 9(9). *> a history file's entries before the append
77 history_added pic 9(9). *> history entries added across the months
77 register_failed pic 9. *> 1 when a count did not balance
77 registers_locked pic 9(4) value 0. *> registers skipped for their lock
77 registers_failed pic 9(4) value 0. *> registers left alone on a count failure
77 total_moved pic 9(12) value 0. *> entries moved across the registers
77 catalog_found pic 9. *> 1 when the history file is already catalogued
77 param_identifier pic x(40) value "archive_purge_params.txt". *> the operations settings family
77 param_key pic x(20). *> setting being looked up
77 param_text pic x(30). *> its value, as text
77 param_found pic 9. *> 1 if the setting is on file
77 compact_age_days pic 9(5) value 90. *> days an entry stays after it closes
77 today_date pic 9(8). *> today, for the age limit
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 exception_severity pic x(1) value "E". *> a register that won't balance is an error
77 exception_reason pic x(12) value "COMPACT-FAIL". *> reason code on the exception log
77 exception_key_values pic x(40). *> the register and its counts
77 audit_program_name pic x(30) value "register_compaction_job". *> this program's name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 audit_key_param pic x(40). *> the register and what moved, for the audit log
77 run_start_time pic 9(8). *> HHMMSSCC captured at the very start of the run, for the run-statistics log
77 run_end_time pic 9(8). *> HHMMSSCC captured at the very end of the run, for the run-statistics log
77 run_program_name pic x(30) value "register_compaction_job". *> this program's name, for the run-statistics log
77 run_return_code pic 9 value 0. *> 0=success, 1=a register skipped or failed, 3=refused
77 register_function pic x(8) value "ALLOCATE". *> drivers draw a fresh run ID at start-up
77 session_run_id pic 9(6). *> this run's ID, for the operator's reference
77 run_id_edit pic z(5)9. *> run ID with leading zeroes stripped
77 session_function pic x(8) value "CURRENT". *> this job only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level

procedure division.
    move 0 to registers_locked, registers_failed, total_moved, run_return_code
    move 90 to compact_age_days
    accept run_start_time from time
    call "run_id_register" using register_function, session_run_id
    move session_run_id to run_id_edit
    display "Run ID " function trim(run_id_edit)

    *> taking entries out of the live registers is a level-2 operation
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_level < 2
        display "Authorization level 2 is needed to compact the registers; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 3 to run_return_code
        accept run_end_time from time
        call "write_run_stats" using run_program_name, run_start_time, run_end_time,
            total_moved, run_return_code
        move 3 to return-code
        goback
    end-if

    move "COMPACT_AGE_DAYS" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to compact_age_days
    end-if
    accept today_date from date yyyymmdd
    compute close_limit = function date-of-integer
        (function integer-of-date(today_date) - compact_age_days)
    move compact_age_days to formatted_count
    display "Register compaction :: entries closed over "
        function trim(formatted_count) " day(s) (before " close_limit ")"
    display "----------------------------------------------------------------"

    perform varying register_k from 1 by 1 until register_k > 4
        perform compact_register
    end-perform

    display "----------------------------------------------------------------"
    move total_moved to formatted_count
    display "Entries moved to history : " formatted_count
    if registers_locked > 0
        move registers_locked to formatted_count
        display "Registers left (locked)  : " formatted_count
        move 1 to run_return_code
    end-if
    if registers_failed > 0
        move registers_failed to formatted_count
        display "Registers left (counts)  : " formatted_count
        move 1 to run_return_code
    end-if

    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        total_moved, run_return_code
    *> write_run_stats calls CBL_CHECK_FILE_EXIST internally, which sets
    *> return-code as a side effect -- set the real exit status for the
    *> scheduler only after that call, not before it
    move run_return_code to return-code
    goback.

compact_register.
    move cmp_register(register_k) to register_identifier
    call "CBL_CHECK_FILE_EXIST" using register_identifier, compaction_check_buffer
    if return-code not = 0
        display "  not present :: " function trim(register_identifier)
        exit paragraph
    end-if

    *> the register's own lock; compaction is never worth running
    *> unlocked, so a register whose lock is held waits for next time
    move cmp_lock(register_k) to lock_name
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        add 1 to registers_locked
        display "  *** lock not to be had; left for the next run :: "
            function trim(register_identifier) " ***"
        move spaces to audit_key_param
        string "LOCKED " delimited by size
               function trim(register_identifier) delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        exit paragraph
    end-if

    move 0 to entries_read, entries_kept, entries_moved, month_count,
        history_added, register_failed
    open input register_file
    open output work_file, staging_file
    perform forever
        read register_file
            at end exit perform
        end-read
        add 1 to entries_read
        perform judge_entry
        if entry_closed = 1
            move spaces to staging_record
            compute stg_month = entry_close_date / 100
            move register_line to stg_line
            write staging_record
            add 1 to entries_moved
            perform note_month
        else
            move spaces to work_record
            move register_line to work_line
            write work_record
            add 1 to entries_kept
        end-if
    end-perform
    close register_file, work_file, staging_file

    *> both sides counted again off the files themselves, and they
    *> must account for every entry read
    move 0 to recount
    open input work_file
    perform forever
        read work_file
            at end exit perform
        end-read
        add 1 to recount
    end-perform
    close work_file
    if recount not = entries_kept
        move 1 to register_failed
    end-if
    move 0 to recount
    open input staging_file
    perform forever
        read staging_file
            at end exit perform
        end-read
        add 1 to recount
    end-perform
    close staging_file
    if recount not = entries_moved
        or entries_kept + entries_moved not = entries_read
        move 1 to register_failed
    end-if

    if register_failed = 0 and entries_moved > 0
        perform varying month_k from 1 by 1 until month_k > month_count
            perform file_month
        end-perform
        if history_added not = entries_moved
            move 1 to register_failed
        end-if
    end-if

    if register_failed = 0 and entries_moved > 0
        open input work_file
        open output register_file
        perform forever
            read work_file
                at end exit perform
            end-read
            move work_line to register_line
            write register_line
        end-perform
        close work_file, register_file
        move 0 to recount
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            add 1 to recount
        end-perform
        close register_file
        if recount not = entries_kept
            move 1 to register_failed
        end-if
    end-if
    call "CBL_DELETE_FILE" using work_identifier
    call "CBL_DELETE_FILE" using staging_identifier

    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status

    move entries_read to formatted_count
    display "  " function trim(register_identifier) " :: read "
        function trim(formatted_count) with no advancing
    move entries_moved to formatted_count
    display ", moved " function trim(formatted_count) with no advancing
    move entries_kept to formatted_count
    display ", kept " function trim(formatted_count)
    move spaces to audit_key_param
    if register_failed = 1
        add 1 to registers_failed
        display "  *** COUNTS DID NOT BALANCE :: "
            function trim(register_identifier) " ***"
        move spaces to exception_key_values
        string function trim(register_identifier) delimited by size
               " " delimited by size
               entries_read delimited by size
            into exception_key_values
        call "write_exception" using audit_program_name, exception_severity,
            exception_reason, exception_key_values
        string "CHECK " delimited by size
               function trim(register_identifier) delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
    else
        add entries_moved to total_moved
        string function trim(register_identifier) delimited by size
               " " delimited by size
               entries_moved delimited by size
            into audit_key_param
        move "SUCCESS" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> closed and aged out, by each register's own reckoning
judge_entry.
    move 0 to entry_closed, entry_close_date
    evaluate register_k
        when 1
            if rreg_disposition not = "OPEN" and rreg_disposition not = spaces
                and rreg_disp_date is numeric
                move rreg_disp_date to entry_close_date
            end-if
        when 2
            if itk_processed = 1 and itk_proc_date is numeric
                move itk_proc_date to entry_close_date
            end-if
        when 3
            if ckp_date is numeric
                call "CBL_CHECK_FILE_EXIST" using ckp_name, compaction_check_buffer
                if return-code not = 0
                    move ckp_date to entry_close_date
                end-if
            end-if
        when other
            if exc_ack_flag = "A" and exc_date is numeric
                move exc_date to entry_close_date
            end-if
    end-evaluate
    if entry_close_date > 0 and entry_close_date < close_limit
        move 1 to entry_closed
    end-if.

note_month.
    move 0 to month_found
    perform varying month_k from 1 by 1 until month_k > month_count
        if month_value(month_k) = stg_month
            move 1 to month_found
        end-if
    end-perform
    if month_found = 0
        if month_count < 120
            add 1 to month_count
            move stg_month to month_value(month_count)
        else
            *> more closing months than the table holds: the count
            *> check stops this register before anything is lost
            move 1 to register_failed
        end-if
    end-if.

*> one month's moved entries appended to its history file, counted
*> before and after; a new history file goes on the catalog
file_month.
    move spaces to history_identifier
    string function trim(cmp_stem(register_k)) delimited by size
           month_value(month_k) delimited by size
           ".txt" delimited by size
        into history_identifier
    move 0 to history_before
    call "CBL_CHECK_FILE_EXIST" using history_identifier, compaction_check_buffer
    if return-code = 0
        open input history_file
        perform forever
            read history_file
                at end exit perform
            end-read
            add 1 to history_before
        end-perform
        close history_file
        open extend history_file
    else
        open output history_file
    end-if
    open input staging_file
    perform forever
        read staging_file
            at end exit perform
        end-read
        if stg_month = month_value(month_k)
            move stg_line to history_line
            write history_record
        end-if
    end-perform
    close staging_file, history_file
    move 0 to recount
    open input history_file
    perform forever
        read history_file
            at end exit perform
        end-read
        add 1 to recount
    end-perform
    close history_file
    compute history_added = history_added + recount - history_before
    perform catalog_history.

catalog_history.
    move 0 to catalog_found
    call "CBL_CHECK_FILE_EXIST" using catalog_identifier, compaction_check_buffer
    if return-code = 0
        open input catalog_file
        perform forever
            read catalog_file
                at end exit perform
            end-read
            if cat_history = history_identifier
                move 1 to catalog_found
            end-if
        end-perform
        close catalog_file
        if catalog_found = 0
            open extend catalog_file
        end-if
    else
        open output catalog_file
    end-if
    if catalog_found = 0
        move spaces to catalog_record
        move register_identifier to cat_register
        move history_identifier to cat_history
        write catalog_record
        close catalog_file
    end-if.
