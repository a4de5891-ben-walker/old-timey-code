*>                      the shop-wide run_id_register) as a trailing
*>                      column, matching the audit log, so a stats line
*>                      resolves straight to its run.
*> Oct. 15, 2026 - BW - every entry now carries the release level in
*>                      effect (get_release_level) as a trailing
*>                      column, for release_run_report; 0 means no
*>                      release recorded.
*> Oct. 15, 2026 - BW - a run inside the training area (marked by
*>                      training_reset_job's training_area.txt) is
*>                      stamped with a further trailing TRAINING
*>                      column.

identification division.
program-id. write_run_stats.

fd overflow_file.
01 overflow_record.
    05 overflow_line pic x(141).

fd stats_file.
01 stats_record.
    05 stats_rec_business_date pic 9(8).
    05 stats_sep8 pic x(4).
    05 stats_rec_department pic x(8).
    05 stats_sep9 pic x(4).
    05 stats_rec_release pic 9(4).
    05 stats_sep10 pic x(4).
    05 stats_rec_mode pic x(8).

working-storage section.
77 stats_identifier pic x(40) value "run_stats.txt".
77 register_function pic x(8) value "CURRENT". *> this writer only ever reads the job's run ID
77 current_run_id pic 9(6). *> the job's run ID, 0 if none was drawn
77 business_date pic 9(8). *> the shop's business date, beside the system date
77 release_level pic 9(4). *> the release level in effect
77 dept_function pic x(8) value "CURRDEPT". *> this writer only ever reads the session's department
77 session_department pic x(20). *> the department code, back through the operator field
77 dept_level pic 9. *> unused, but the session call wants the field
77 lock_acquired pic 9. *> 1 once this writer holds the lock
77 lock_tries pic 9(2). *> acquisition attempts so far
77 sleep_seconds pic 9(8) value 1. *> pause between attempts
77 training_identifier pic x(40) value "training_area.txt". *> present only inside the training area

linkage section.
77 stats_program_name pic x(30). *> name of the program the entry is for
    move stats_start_time to stats_rec_start
    move stats_end_time to stats_rec_end
    move " :: " to stats_sep1, stats_sep2, stats_sep3, stats_sep4, stats_sep5,
        stats_sep6, stats_sep7, stats_sep8, stats_sep9
    move stats_program_name to stats_rec_program
    move stats_records_processed to stats_rec_processed
    move stats_return_code to stats_rec_return_code
    call "operator_session" using dept_function, session_department,
        dept_password, dept_level
    move session_department to stats_rec_department
    call "get_release_level" using release_level
    move release_level to stats_rec_release
    call "CBL_CHECK_FILE_EXIST" using training_identifier, stats_check_buffer
    if return-code = 0
        move " :: " to stats_sep10
        move "TRAINING" to stats_rec_mode
    end-if

    if lock_acquired = 1
        write stats_record
