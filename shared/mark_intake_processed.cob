*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - stamping a delivery now also issues its
*>                      department's completion notice: delivery, run
*>                      ID, business date, the batch's trailer counts
*>                      (read off its trailer-counts dataset), and
*>                      where its results and rejects went, appended
*>                      to the department's outbound notice file
*>                      (notices_<department>.txt) for the mail
*>                      gateway and recorded on the notice register
*>                      (notice_register.txt), which batch_window_report
*>                      checks for notices never picked up. The
*>                      pre-edit pass's cleaned copy of a delivery
*>                      ("<delivery>_clean.txt") now crosses off the
*>                      delivery it was cleaned from.
*> Oct. 15, 2026 - BW - the rewrite now runs behind the shop lock-file
*>                      convention (take_file_lock, intake_register.lock),
*>                      the lock register_compaction_job takes; a
*>                      caller that can't get the lock proceeds
*>                      unlocked with a loud warning.

identification division.
program-id. mark_intake_processed.
    select regwork_file assign regwork_identifier
    organization is line sequential.

    *> the batch's KEY=value trailer counts, for the notice
    select controls_file assign controls_identifier
    organization is line sequential.

    *> the department's outbound notices, taken away by the mail
    *> gateway when it picks them up
    select notice_file assign notice_identifier
    organization is line sequential.

    *> every notice ever issued, whether or not it was picked up
    select noticereg_file assign noticereg_identifier
    organization is line sequential.

data division.
file section.
fd register_file.
01 regwork_record.
    05 rwk_text pic x(116).

fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

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
    05 ntc_read pic 9(9).
    05 filler pic x(1).
    05 ntc_valid pic 9(9).
    05 filler pic x(1).
    05 ntc_rejected pic 9(9).
    05 filler pic x(1).
    05 ntc_review pic 9(9).
    05 filler pic x(1).
    05 ntc_results pic x(52).
    05 filler pic x(1).
    05 ntc_rejects pic x(52).
    05 filler pic x(1).
    05 ntc_issued pic 9(8).

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

working-storage section.
77 register_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 regwork_identifier pic x(40) value "intake_register_work.txt". *> scratch copy for the rewrite
77 stamp_date pic 9(8). *> today's date, for the processed stamp
77 register_function pic x(8) value "CURRENT". *> this job's already-allocated run ID
77 session_run_id pic 9(6). *> the run ID stamped on the entry
77 cleaned_name pic x(52). *> the entry's file as the pre-edit pass names its cleaned copy
77 notice_department pic x(8). *> the stamped delivery's department
77 notice_delivery pic x(40). *> the stamped delivery, as logged
77 controls_identifier pic x(52). *> local filename, needed for dynamic assign
77 notice_identifier pic x(40). *> the department's outbound notice file
77 noticereg_identifier pic x(40) value "notice_register.txt". *> every notice issued
77 line_key pic x(20). *> a trailer-count line's key
77 line_value pic x(30). *> and its value
77 count_read pic 9(9). *> records read, off the trailer counts
77 count_valid pic 9(9). *> records valid
77 count_rejected pic 9(9). *> records rejected
77 count_review pic 9(9). *> records sent to review
77 notice_business_date pic 9(8). *> the batch's business date
77 lock_action pic x(4). *> TAKE or FREE, for the register's update lock
77 lock_name pic x(40) value "intake_register.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "mark_intake_processed". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken

linkage section.
77 delivery_name pic x(40). *> the input file the run just processed
77 notice_controls pic x(52). *> the batch's trailer-counts dataset
77 notice_results pic x(52). *> where the batch's results went
77 notice_rejects pic x(52). *> where the batch's rejects went

procedure division using delivery_name, notice_controls, notice_results,
    notice_rejects.
    call "CBL_CHECK_FILE_EXIST" using register_identifier, register_check_buffer
    if return-code not = 0
        *> no register yet means no logged deliveries; nothing to mark
    accept stamp_date from date yyyymmdd
    call "run_id_register" using register_function, session_run_id

    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the intake-register lock after ten"
            " tries; updating it unlocked -- a parallel update may be lost. ***"
    end-if

    move 0 to entry_found
    open input register_file
    open output regwork_file
        read register_file
            at end exit perform
        end-read
        move spaces to cleaned_name
        string function trim(itk_file) delimited by size
               "_clean.txt" delimited by size
            into cleaned_name
        if entry_found = 0 and itk_processed = 0 and itk_file not = spaces
            and (itk_file = delivery_name or cleaned_name = delivery_name)
            move 1 to entry_found
            move itk_department to notice_department
            move itk_file to notice_delivery
            move 1 to itk_processed
            move session_run_id to itk_run_id
            move stamp_date to itk_proc_date
        write intake_record
    end-perform
    close regwork_file, register_file
    call "CBL_DELETE_FILE" using regwork_identifier
    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner,
            lock_status
    end-if

    if entry_found = 1
        perform issue_notice
    end-if
    goback.

*> the department hears about its delivery from us, not by phoning
issue_notice.
    move 0 to count_read, count_valid, count_rejected, count_review,
        notice_business_date
    move notice_controls to controls_identifier
    call "CBL_CHECK_FILE_EXIST" using controls_identifier, register_check_buffer
    if return-code = 0
        open input controls_file
        perform forever
            read controls_file
                at end exit perform
            end-read
            move spaces to line_key, line_value
            unstring controls_line delimited by "=" into line_key, line_value
            if function trim(line_value) is numeric
                evaluate line_key
                    when "RECORDS_READ"
                        move function numval(line_value) to count_read
                    when "VALID"
                        move function numval(line_value) to count_valid
                    when "INVALID"
                        move function numval(line_value) to count_rejected
                    when "REVIEW_QUEUED"
                        move function numval(line_value) to count_review
                    when "BUSINESS_DATE"
                        move function numval(line_value) to notice_business_date
                end-evaluate
            end-if
        end-perform
        close controls_file
    end-if
    if notice_business_date = 0
        call "get_business_date" using notice_business_date
    end-if

    if notice_department = spaces
        move "GENERAL" to notice_department
    end-if
    move spaces to notice_identifier
    string "notices_" delimited by size
           function trim(notice_department) delimited by size
           ".txt" delimited by size
        into notice_identifier

    call "CBL_CHECK_FILE_EXIST" using notice_identifier, register_check_buffer
    if return-code = 0
        open extend notice_file
    else
        open output notice_file
    end-if
    move spaces to notice_record
    move notice_department to ntc_department
    move notice_delivery to ntc_delivery
    move session_run_id to ntc_run_id
    move notice_business_date to ntc_business_date
    move count_read to ntc_read
    move count_valid to ntc_valid
    move count_rejected to ntc_rejected
    move count_review to ntc_review
    move notice_results to ntc_results
    move notice_rejects to ntc_rejects
    move stamp_date to ntc_issued
    write notice_record
    close notice_file

    call "CBL_CHECK_FILE_EXIST" using noticereg_identifier, register_check_buffer
    if return-code = 0
        open extend noticereg_file
    else
        open output noticereg_file
    end-if
    move spaces to noticereg_record
    move stamp_date to nrg_issued
    move session_run_id to nrg_run_id
    move notice_department to nrg_department
    move notice_delivery to nrg_delivery
    move notice_identifier to nrg_notice_file
    write noticereg_record
    close noticereg_file
    display "Completion notice issued :: " function trim(notice_identifier).
