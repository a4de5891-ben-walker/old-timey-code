*> master_backout_job.cob
*>
*> Back a whole delivery out of the indexed conversion master. When
*> a batch turns out after the fact to have been bad (the wrong file
*> sent, the wrong SPELLING_PROFILE used), every history record it
*> added to conversion_master.dat stays on file under its
*> master_batch name and pollutes conversion_inquiry,
*> wildcard_lookup, and numeral_concordance. This job removes every
*> master record carrying the keyed batch name. The highest
*> sequence on file is a numeral's current answer, so removing a
*> numeral's newest record promotes the previous history record
*> back to current wherever one exists; a numeral the batch brought
*> onto the master for the first time leaves it entirely. Every
*> record removed, and every record promoted back to current, is
*> written to a "<batch>_backout.txt" report.
*>
*> The back-out is a level-2 operation and runs only behind the
*> master's update interlock (take_file_lock on
*> conversion_master.lock, the same lock every load takes); without
*> either it refuses to start. The records to remove are gathered
*> into a work file first and counted for the operator's confirmation
*> before anything is deleted.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. master_backout_job.

environment division.
input-output section.
file-control.
    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    *> the batch's records, gathered before any are deleted
    select backout_work_file assign backout_work_identifier
    organization is line sequential.

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd master_file.
01 master_record.
    05 master_key.
        10 master_numeral pic x(30).
        10 master_seq pic 9(4). *> load sequence: 1 is the first batch ever, highest is current
    05 master_decimal pic 9(12).
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd backout_work_file.
01 backout_work_record.
    05 bw_numeral pic x(30).
    05 bw_seq pic 9(4).
    05 bw_decimal pic 9(12).
    05 bw_line pic 9(9).
    05 bw_date pic 9(8).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
77 master_identifier pic x(40) value "conversion_master.dat". *> for the existence check only
77 backout_work_identifier pic x(40) value "master_backout_work.txt". *> scratch list of the batch's records
77 report_identifier pic x(52). *> local filename for the back-out report
77 backout_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 backout_batch pic x(40). *> the batch name to back out
77 confirm_answer pic x(1). *> operator's Y/N before the deletes
77 history_done pic 9. *> 1 once a history scan has run out
77 later_found pic 9. *> 1 if the numeral still has a newer record on file
77 prior_seq pic 9(4). *> newest remaining sequence below the removed one, 0 if none
77 prior_decimal pic 9(12). *> decimal of that remaining record
77 prior_batch pic x(40). *> batch of that remaining record
77 prior_date pic 9(8). *> load date of that remaining record
77 records_found pic 9(9) value 0. *> master records carrying the batch name
77 records_removed pic 9(9) value 0. *> master records deleted
77 records_restored pic 9(9) value 0. *> numerals whose previous record is current again
77 numerals_dropped pic 9(9) value 0. *> numerals left with no history at all
77 files_processed pic 9(12) value 0. *> records removed, for the run-statistics log
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 formatted_decimal pic z(11)9. *> decimal value with leading zeroes stripped
77 formatted_seq pic z(3)9. *> load sequence, no leading zeroes
77 formatted_line pic z(8)9. *> results line reference, no leading zeroes
77 lock_action pic x(4). *> TAKE or FREE, for the master's update lock
77 lock_name pic x(40) value "conversion_master.lock". *> whoever creates it holds the master
77 lock_owner pic x(30) value "master_backout_job". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "master_backout_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the batch backed out, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 run_start_time pic 9(8). *> HHMMSSCC captured at the very start of the run, for the run-statistics log
77 run_end_time pic 9(8). *> HHMMSSCC captured at the very end of the run, for the run-statistics log
77 run_program_name pic x(30) value "master_backout_job". *> this program's name, for the run-statistics log
77 run_return_code pic 9 value 0. *> 0=success, 1=interlock held, 2=nothing to back out, 3=refused
77 register_function pic x(8) value "ALLOCATE". *> drivers draw a fresh run ID at start-up
77 session_run_id pic 9(6). *> this run's ID, for the operator's reference
77 run_id_edit pic z(5)9. *> run ID with leading zeroes stripped
77 session_function pic x(8) value "CURRENT". *> this job only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level

procedure division.
    accept run_start_time from time
    call "run_id_register" using register_function, session_run_id
    move session_run_id to run_id_edit
    display "Run ID " function trim(run_id_edit)

    *> backing a delivery out of the master is a level-2 operation
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_level < 2
        display "Authorization level 2 is needed to back out a batch; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 3 to run_return_code
        perform finish_run
        goback
    end-if

    call "CBL_CHECK_FILE_EXIST" using master_identifier, backout_check_buffer
    if return-code not = 0
        display "No conversion master on file; nothing to back out."
        move 2 to run_return_code
        perform finish_run
        goback
    end-if

    display "Batch name to back out of the master?: " with no advancing
    accept backout_batch
    if backout_batch = spaces
        display "No batch named; nothing backed out."
        move 2 to run_return_code
        perform finish_run
        goback
    end-if

    *> no load, correction, or other back-out may touch the master
    *> while this one is deleting from it
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the conversion-master lock after ten"
            " tries; a load is running. Back-out refused -- rerun it"
            " when that load finishes. ***"
        move backout_batch to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to run_return_code
        perform finish_run
        goback
    end-if

    *> gather the batch's records first; the deletes then work from
    *> the list, not from a scan the deletes would be disturbing
    open input master_file
    open output backout_work_file
    move low-values to master_key
    start master_file key not < master_key
        invalid key continue
    end-start
    perform forever
        read master_file next
            at end exit perform
        end-read
        if master_batch = backout_batch
            add 1 to records_found
            move master_numeral to bw_numeral
            move master_seq to bw_seq
            move master_decimal to bw_decimal
            move master_line to bw_line
            move master_date to bw_date
            write backout_work_record
        end-if
    end-perform
    close master_file, backout_work_file

    if records_found = 0
        display "No master record carries the batch name "
            function trim(backout_batch) "; nothing backed out."
        call "CBL_DELETE_FILE" using backout_work_identifier
        perform free_lock
        move 2 to run_return_code
        perform finish_run
        goback
    end-if

    move records_found to formatted_count
    display function trim(formatted_count) " master record(s) carry the batch name "
        function trim(backout_batch) "."
    display "Remove them all from the master? (Y/N): " with no advancing
    accept confirm_answer
    if confirm_answer not = "Y" and confirm_answer not = "y"
        display "Nothing backed out."
        call "CBL_DELETE_FILE" using backout_work_identifier
        perform free_lock
        move backout_batch to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 2 to run_return_code
        perform finish_run
        goback
    end-if

    move spaces to report_identifier
    string function trim(backout_batch) delimited by size
           "_backout.txt" delimited by size
        into report_identifier
    open output report_file
    move spaces to report_record
    string "Back-out of batch " delimited by size
           function trim(backout_batch) delimited by size
           " from the conversion master, run " delimited by size
           function trim(run_id_edit) delimited by size
        into report_text
    write report_record
    move spaces to report_record
    move all "-" to report_text(1:64)
    write report_record

    open i-o master_file
    open input backout_work_file
    perform forever
        read backout_work_file
            at end exit perform
        end-read
        move bw_numeral to master_numeral
        move bw_seq to master_seq
        delete master_file
            invalid key
                continue
            not invalid key
                add 1 to records_removed
                move bw_decimal to formatted_decimal
                move bw_seq to formatted_seq
                move bw_line to formatted_line
                move spaces to report_record
                string "REMOVED  " delimited by size
                       bw_numeral delimited by space
                       " :: " delimited by size
                       function trim(formatted_decimal) delimited by size
                       " :: load " delimited by size
                       function trim(formatted_seq) delimited by size
                       " line " delimited by size
                       function trim(formatted_line) delimited by size
                       " loaded " delimited by size
                       bw_date delimited by size
                    into report_text
                write report_record
                perform promote_previous
        end-delete
    end-perform
    close master_file, backout_work_file
    call "CBL_DELETE_FILE" using backout_work_identifier
    perform free_lock

    move spaces to report_record
    write report_record
    move records_removed to formatted_count
    move spaces to report_record
    string "Records removed   : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    display function trim(report_text)
    move records_restored to formatted_count
    move spaces to report_record
    string "Records restored  : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    display function trim(report_text)
    move numerals_dropped to formatted_count
    move spaces to report_record
    string "Numerals dropped  : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    display function trim(report_text)
    close report_file
    display "Back-out report :: " function trim(report_identifier)

    move records_removed to files_processed
    move backout_batch to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to run_return_code
    perform finish_run
    goback.

*> after a removal, find out what the numeral's current answer is
*> now: nothing changes if a newer record is still on file; otherwise
*> the newest remaining record below the removed one is current again
promote_previous.
    move 0 to later_found
    move 0 to prior_seq
    move 0 to history_done
    move bw_numeral to master_numeral
    move 0 to master_seq
    start master_file key not < master_key
        invalid key move 1 to history_done
    end-start
    perform until history_done = 1
        read master_file next
            at end move 1 to history_done
            not at end
                if master_numeral not = bw_numeral
                    move 1 to history_done
                else
                    if master_seq > bw_seq
                        move 1 to later_found
                        move 1 to history_done
                    else
                        move master_seq to prior_seq
                        move master_decimal to prior_decimal
                        move master_batch to prior_batch
                        move master_date to prior_date
                    end-if
                end-if
        end-read
    end-perform

    evaluate true
        when later_found = 1
            continue
        when prior_seq = 0
            add 1 to numerals_dropped
            move spaces to report_record
            string "DROPPED  " delimited by size
                   bw_numeral delimited by space
                   " :: no earlier history; the numeral leaves the master" delimited by size
                into report_text
            write report_record
        when other
            add 1 to records_restored
            move prior_decimal to formatted_decimal
            move prior_seq to formatted_seq
            move spaces to report_record
            string "RESTORED " delimited by size
                   bw_numeral delimited by space
                   " :: " delimited by size
                   function trim(formatted_decimal) delimited by size
                   " :: load " delimited by size
                   function trim(formatted_seq) delimited by size
                   " batch " delimited by size
                   function trim(prior_batch) delimited by size
                   " loaded " delimited by size
                   prior_date delimited by size
                   " is current again" delimited by size
                into report_text
            write report_record
    end-evaluate.

free_lock.
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status.

finish_run.
    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        files_processed, run_return_code
    move run_return_code to return-code.
