*>                     belongs to, asked for when it is logged, for
*>                     the charge-back report's per-department
*>                     accounting.
*> Oct. 15, 2026 - BW - logging a delivery now takes a content
*>                      fingerprint of the file (record count, a hash
*>                      over the whole file, and a 32-hash sample of
*>                      its records) onto delivery_fingerprints.txt,
*>                      and warns -- naming the earlier delivery and
*>                      the run ID that processed it -- when the file
*>                      is an exact repeat of one already logged, or
*>                      when most of its records (DUP_DELIVERY_PCT,
*>                      default 80) match a delivery logged in the
*>                      last DUP_DELIVERY_DAYS (default 90). A vendor
*>                      re-sending last week's file under a new name
*>                      is raised on the exception log instead of
*>                      being converted, loaded, and transmitted
*>                      again.
*> Oct. 15, 2026 - BW - the log append now takes the register's lock
*>                      (intake_register.lock), the one
*>                      register_compaction_job takes; and the aging
*>                      report offers to count the compacted history
*>                      files (merge_register_history) in with the
*>                      deliveries already processed.
*> Oct. 15, 2026 - BW - the aging report is now also written to
*>                      intake_aging_report.txt for the print routing,
*>                      with each run of waiting deliveries headed by
*>                      its department ("Department :: <code>") and the
*>                      totals by "Department :: SHOP", so
*>                      print_spool_job can burst it to each
*>                      department's own route.

identification division.
program-id. intake_register.
    select register_file assign register_identifier
    organization is line sequential.

    *> the delivery itself, read once for its fingerprint
    select delivery_file assign entry_file
    organization is line sequential.

    *> one fingerprint per delivery logged
    select fingerprint_file assign fingerprint_identifier
    organization is line sequential.

    select aging_file assign aging_identifier
    organization is line sequential.

data division.
file section.
fd register_file.
    05 filler pic x(1).
    05 itk_department pic x(8).

fd delivery_file.
01 delivery_record.
    05 delivery_text pic x(256).

fd fingerprint_file.
01 fingerprint_record.
    05 fp_file pic x(40).
    05 filler pic x(1).
    05 fp_arrival pic 9(8).
    05 filler pic x(1).
    05 fp_records pic 9(9).
    05 filler pic x(1).
    05 fp_hash pic 9(10).
    05 filler pic x(1).
    05 fp_sample_count pic 9(2).
    05 fp_sample-entry occurs 32 times.
        10 filler pic x(1).
        10 fp_sample pic 9(10).

fd aging_file.
01 aging_record.
    05 aging_text pic x(132).

working-storage section.
*> the new delivery's record sample: the 32 smallest distinct record
*> hashes, ascending -- the same records sample the same way whatever
*> order or name the file arrives in
01 new-sample-table.
    05 new_sample pic 9(10) occurs 32 times.
77 fingerprint_identifier pic x(40) value "delivery_fingerprints.txt". *> the delivery fingerprint register
77 param_identifier pic x(40) value "roman_converter_params.txt". *> shared control file for this subsystem
77 param_key pic x(20).
77 param_text pic x(30).
77 param_found pic 9.
77 dup_match_percent pic 9(3) value 80. *> operator-configurable: sample match that counts as a near duplicate
77 dup_window_days pic 9(5) value 90. *> operator-configurable: how far back a near duplicate is looked for
77 fingerprint_taken pic 9. *> 1 once the delivery file has been read
77 new_records pic 9(9). *> records in the new delivery
77 new_hash pic 9(10). *> hash over the whole new delivery
77 new_sample_count pic s9(4) comp. *> hashes in the new delivery's sample
77 line_hash pic 9(10). *> hash of one delivery record
77 hash_work pic 9(12). *> widened working area for the hash arithmetic
77 char_code pic 9(3). *> one character's code, for the hash
77 line_length pic s9(4) comp. *> trimmed length of a delivery record
77 scan_k pic s9(4) comp. *> index over a record's characters
77 sample_k pic s9(4) comp. *> index over a sample
77 shift_k pic s9(4) comp. *> index while a sample makes room
77 old_k pic s9(4) comp. *> index over an earlier delivery's sample
77 taken_count pic s9(4) comp. *> union hashes considered in a comparison
77 both_count pic s9(4) comp. *> of those, hashes in both samples
77 match_percent pic 9(3). *> estimated share of records the two deliveries share
77 age_days pic s9(5). *> days since the earlier delivery was logged
77 duplicates_found pic 9(4). *> earlier deliveries the new one repeats
77 earlier_run_text pic x(24). *> "run nnnnnn" or "not yet processed"
77 earlier_run_edit pic z(5)9. *> the earlier run ID, no leading zeroes
77 earlier_file pic x(40). *> the earlier delivery being looked up
77 formatted_percent pic zz9. *> match percent, no leading zeroes
77 exception_severity pic x(1) value "W". *> a repeated delivery is a warning
77 exception_reason pic x(12) value "DUP-DELIVERY". *> reason code on the exception log
77 exception_key_values pic x(40). *> the repeated delivery
77 register_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 register_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 menu_choice pic x(10). *> log, report, or quit
77 audit_program_name pic x(30) value "intake_register". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the logged delivery or report summary, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 lock_action pic x(4). *> TAKE or FREE, for the register's update lock
77 lock_name pic x(40) value "intake_register.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "intake_register". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 history_answer pic x(1). *> Y to count the compacted history in
77 merge_register pic x(40) value "intake_register.txt". *> the register, for merge_register_history
77 merge_target pic x(40) value "intake_register_merged.txt". *> the register and its history, merged
77 merge_status pic 9. *> 0 = the merged copy was built
77 aging_identifier pic x(40) value "intake_aging_report.txt". *> the printable aging report
77 aging_department pic x(8). *> the waiting delivery's department
77 last_department pic x(8). *> the department the last run of deliveries was headed with

procedure division.
    display "Intake register (log/report/quit)?: " with no advancing
                        " count are required."
                else
                    accept today_date from date yyyymmdd
                    *> fingerprint the delivery and hold it up against
                    *> every delivery already logged, before it joins them
                    perform take_fingerprint
                    if fingerprint_taken = 1
                        perform compare_fingerprints
                    end-if
                    move "TAKE" to lock_action
                    call "take_file_lock" using lock_action, lock_name,
                        lock_owner, lock_status
                    if lock_status not = 0
                        display "*** Could not get the intake-register lock"
                            " after ten tries; appending unlocked. ***"
                    end-if
                    call "CBL_CHECK_FILE_EXIST" using register_identifier,
                        register_check_buffer
                    if return-code = 0
                    move entry_department to itk_department
                    write intake_record
                    close register_file
                    if lock_status = 0
                        move "FREE" to lock_action
                        call "take_file_lock" using lock_action, lock_name,
                            lock_owner, lock_status
                    end-if
                    display "Logged :: " function trim(entry_file)
                        " from " function trim(entry_source)
                    if fingerprint_taken = 1
                        perform append_fingerprint
                    end-if
                    move entry_file to audit_key_param
                    move "SUCCESS" to audit_result
                    call "write_audit_log" using audit_program_name,
                    move function integer-of-date(today_date)
                        to today_day_number
                    move 0 to unprocessed_count, overdue_count, processed_count
                    display "Include compacted history? (Y/N): " with no advancing
                    accept history_answer
                    if history_answer = "Y" or history_answer = "y"
                        call "merge_register_history" using merge_register,
                            merge_target, merge_status
                        if merge_status = 0
                            move merge_target to register_identifier
                        end-if
                    end-if
                    open output aging_file
                    move spaces to aging_text, last_department
                    string "Delivery intake aging :: " delimited by size
                           today_date delimited by size
                        into aging_text
                    perform print_aging_line
                    move "----------------------------------------------------------------"
                        to aging_text
                    perform print_aging_line
                    open input register_file
                    perform forever
                        read register_file
                            add 1 to processed_count
                        else
                            add 1 to unprocessed_count
                            move itk_department to aging_department
                            if aging_department = spaces
                                move "UNASSIGN" to aging_department
                            end-if
                            if aging_department not = last_department
                                string "Department :: " delimited by size
                                       aging_department delimited by size
                                    into aging_text
                                perform print_aging_line
                                move aging_department to last_department
                            end-if
                            compute entry_age = today_day_number
                                - function integer-of-date(itk_arrival)
                            move entry_age to formatted_age
                            move itk_expected to formatted_expected
                            string "  WAITING :: " delimited by size
                                   function trim(itk_file) delimited by size
                                   " from " delimited by size
                                   function trim(itk_source) delimited by size
                                   " (" delimited by size
                                   function trim(itk_department) delimited by size
                                   ") :: arrived " delimited by size
                                   itk_arrival delimited by size
                                   " (" delimited by size
                                   function trim(formatted_age) delimited by size
                                   " day(s)) :: expecting " delimited by size
                                   function trim(formatted_expected) delimited by size
                                   " record(s)" delimited by size
                                into aging_text
                            perform print_aging_line
                            if itk_due > 0 and itk_due < today_date
                                add 1 to overdue_count
                                string "            *** OVERDUE: was due " delimited by size
                                       itk_due delimited by size
                                       " ***" delimited by size
                                    into aging_text
                                perform print_aging_line
                            end-if
                        end-if
                    end-perform
                    close register_file
                    if register_identifier = merge_target
                        call "CBL_DELETE_FILE" using merge_target
                        move merge_register to register_identifier
                    end-if
                    move "Department :: SHOP" to aging_text
                    perform print_aging_line
                    move "----------------------------------------------------------------"
                        to aging_text
                    perform print_aging_line
                    move unprocessed_count to formatted_count
                    string "Still unprocessed: " delimited by size
                           formatted_count delimited by size
                        into aging_text
                    perform print_aging_line
                    move overdue_count to formatted_count
                    string "Of those, overdue: " delimited by size
                           formatted_count delimited by size
                        into aging_text
                    perform print_aging_line
                    move processed_count to formatted_count
                    string "Already processed: " delimited by size
                           formatted_count delimited by size
                        into aging_text
                    perform print_aging_line
                    close aging_file
                    move spaces to audit_key_param
                    move unprocessed_count to formatted_count
                    string function trim(formatted_count) delimited by size
        display "Intake register (log/report/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform
    goback.

*> read the delivery once: record count, a hash over the whole file,
*> and the sample of its smallest record hashes
take_fingerprint.
    move 0 to fingerprint_taken
    call "CBL_CHECK_FILE_EXIST" using entry_file, register_check_buffer
    if return-code not = 0
        display "  (delivery not on disk yet; logged without a fingerprint)"
    else
        move 1 to fingerprint_taken
        move 0 to new_records
        move 0 to new_hash
        move 0 to new_sample_count
        open input delivery_file
        perform forever
            read delivery_file
                at end exit perform
            end-read
            add 1 to new_records
            move 5381 to hash_work
            move function length(function trim(delivery_text trailing))
                to line_length
            if delivery_text = spaces
                move 0 to line_length
            end-if
            perform varying scan_k from 1 by 1 until scan_k > line_length
                move function ord(delivery_text(scan_k : 1)) to char_code
                compute hash_work = function mod(hash_work * 33 + char_code,
                    1000000007)
            end-perform
            move hash_work to line_hash
            compute hash_work = function mod(new_hash * 31 + line_hash,
                1000000007)
            move hash_work to new_hash
            if line_length > 0
                perform add_to_sample
            end-if
        end-perform
        close delivery_file
    end-if.

*> keep the 32 smallest distinct record hashes, ascending
add_to_sample.
    if new_sample_count < 32 or line_hash < new_sample(new_sample_count)
        move 1 to sample_k
        perform until sample_k > new_sample_count
            or new_sample(sample_k) >= line_hash
            add 1 to sample_k
        end-perform
        if sample_k > new_sample_count or new_sample(sample_k) not = line_hash
            if new_sample_count < 32
                add 1 to new_sample_count
            end-if
            move new_sample_count to shift_k
            perform until shift_k <= sample_k
                move new_sample(shift_k - 1) to new_sample(shift_k)
                subtract 1 from shift_k
            end-perform
            move line_hash to new_sample(sample_k)
        end-if
    end-if.

*> every earlier delivery the new one repeats, exactly or mostly
compare_fingerprints.
    move "DUP_DELIVERY_PCT" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to dup_match_percent
    end-if
    move "DUP_DELIVERY_DAYS" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to dup_window_days
    end-if

    move 0 to duplicates_found
    call "CBL_CHECK_FILE_EXIST" using fingerprint_identifier, register_check_buffer
    if return-code = 0
        open input fingerprint_file
        perform forever
            read fingerprint_file
                at end exit perform
            end-read
            if fp_hash = new_hash and fp_records = new_records
                move 100 to match_percent
            else
                compute age_days = function integer-of-date(today_date)
                    - function integer-of-date(fp_arrival)
                if age_days > dup_window_days
                    exit perform cycle
                end-if
                perform compare_samples
                if match_percent < dup_match_percent
                    exit perform cycle
                end-if
            end-if

            add 1 to duplicates_found
            move fp_file to earlier_file
            perform find_earlier_run
            if fp_hash = new_hash and fp_records = new_records
                display "*** WARNING: exact repeat of "
                    function trim(fp_file) " (logged " fp_arrival
                    ", " function trim(earlier_run_text) ") ***"
            else
                move match_percent to formatted_percent
                display "*** WARNING: about " function trim(formatted_percent)
                    "% of the records match " function trim(fp_file)
                    " (logged " fp_arrival ", "
                    function trim(earlier_run_text) ") ***"
            end-if
            move entry_file to exception_key_values
            call "write_exception" using audit_program_name, exception_severity,
                exception_reason, exception_key_values
        end-perform
        close fingerprint_file
    end-if
    if duplicates_found > 0
        display "*** Check with the sender before this delivery is converted. ***"
    end-if.

*> bottom-k estimate: of the 32 smallest hashes across both samples,
*> the share found in both is the share of records they share
compare_samples.
    move 1 to sample_k
    move 1 to old_k
    move 0 to taken_count
    move 0 to both_count
    perform until taken_count >= 32
        or (sample_k > new_sample_count and old_k > fp_sample_count)
        evaluate true
            when sample_k <= new_sample_count and old_k <= fp_sample_count
                and new_sample(sample_k) = fp_sample(old_k)
                add 1 to both_count
                add 1 to sample_k
                add 1 to old_k
            when old_k > fp_sample_count
                add 1 to sample_k
            when sample_k <= new_sample_count
                and new_sample(sample_k) < fp_sample(old_k)
                add 1 to sample_k
            when other
                add 1 to old_k
        end-evaluate
        add 1 to taken_count
    end-perform
    if taken_count = 0
        move 0 to match_percent
    else
        compute match_percent = both_count * 100 / taken_count
    end-if.

*> the run that processed the earlier delivery, off the register
find_earlier_run.
    move "not yet processed" to earlier_run_text
    call "CBL_CHECK_FILE_EXIST" using register_identifier, register_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if itk_file = earlier_file and itk_processed = 1
                move itk_run_id to earlier_run_edit
                move spaces to earlier_run_text
                string "processed by run " delimited by size
                       function trim(earlier_run_edit) delimited by size
                    into earlier_run_text
            end-if
        end-perform
        close register_file
    end-if.

append_fingerprint.
    call "CBL_CHECK_FILE_EXIST" using fingerprint_identifier, register_check_buffer
    if return-code = 0
        open extend fingerprint_file
    else
        open output fingerprint_file
    end-if
    move spaces to fingerprint_record
    move entry_file to fp_file
    move today_date to fp_arrival
    move new_records to fp_records
    move new_hash to fp_hash
    move new_sample_count to fp_sample_count
    perform varying sample_k from 1 by 1 until sample_k > 32
        if sample_k <= new_sample_count
            move new_sample(sample_k) to fp_sample(sample_k)
        else
            move 0 to fp_sample(sample_k)
        end-if
    end-perform
    write fingerprint_record
    close fingerprint_file.

*> every aging report line goes to the console and to the report file
print_aging_line.
    write aging_record
    display function trim(aging_text, trailing)
    move spaces to aging_text.
