*>                     instead of carrying it forward forever. "w"
*>                     can't collide with a correction, since no
*>                     numeral spells that way.
*> Oct. 15, 2026 - BW - every accepted correction now posts its
*>                      before/after pair, with the failing position,
*>                      reason, and suggestion, to the shop-wide
*>                      correction history (post_correction_history),
*>                      for the OCR character-confusion report.
*> Oct. 15, 2026 - BW - each correction and write-off is now audited on
*>                      its own (with the batch and source line), and a
*>                      BEGIN entry opens the session, so the operator
*>                      productivity report can count dispositions and
*>                      time the session.
*> Oct. 15, 2026 - BW - a batch's rejects checked out to another
*>                      operator on work_assignment_screen are refused
*>                      (status 2, audited); called with no file name,
*>                      the screen offers the operator's own assigned
*>                      rejects and the unassigned pool and asks which
*>                      to walk.
*> Oct. 15, 2026 - BW - the results file is re-recorded on the checksum
*>                      register once the session's corrections are
*>                      appended, so load_conversion_master's VERIFY
*>                      doesn't refuse a repaired batch as altered.

identification division.
program-id. repair_reject_file.
77 keyed_input pic 9 value 0. *> matches the batch's own keyed-layout switch
77 work_line_number pic 9(9). *> the entry's source line, either layout
77 work_numeral pic x(30). *> the entry's numeral, either layout
77 work_position pic 9(2). *> the entry's failing position, either layout
77 work_reason pic x(16). *> the entry's failure reason, either layout
77 work_suggestion pic x(30). *> the entry's suggestion, either layout
77 csv_decimal_text pic z(11)9. *> decimal value edited for trimming into a csv field
77 rr_action pic x(8). *> "REPAIR" or "WRITEOFF", for the shop-wide reject register
77 rr_batch pic x(40). *> the batch the reject came from, for the register entry
77 rr_reason pic x(16) value spaces. *> unused on a disposition call, but the register wants the field
77 hist_program pic x(30) value "repair_reject_file". *> who folded the correction back, for the correction history
77 ck_action pic x(8) value "RECORD". *> this program only ever records the results file
77 ck_dataset pic x(64). *> the results file, for the checksum register
77 ck_record_length pic 9(4) value 0. *> the results file is line-structured
77 ck_status pic 9. *> the register's answer (unused on a RECORD)
77 audit_program_name pic x(30) value "repair_reject_file". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> reject file name padded out to the audit log's parameter field width
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 audit_disposition pic x(8). *> CORRECT or WRITEOFF, for the per-entry audit log entry
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator, whose work this is
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 assignment_queue pic x(6) value "REJECT". *> the queue this screen walks, for the assignment check
77 assignment_status pic 9. *> 0 ours, 1 unassigned, 2 checked out to someone else
77 assignment_owner pic x(20). *> who the batch's rejects are checked out to
77 item_k pic s9(4) comp. *> index over the open work
77 offered_open pic z(6)9. *> an offered batch's open entries, no leading zeroes
77 offered_count pic s9(4) comp. *> open batches offered under a heading
copy "numeral-options.cpy".
copy "work-queue.cpy".

linkage section.
77 reject_file_name pic x(40). *> reject file to walk, e.g. "<input>_rejects.txt"
77 repair_status pic 9. *> 1 if reject_file_name could not be found, 2 if it is checked out to someone else, 0 otherwise

procedure division using reject_file_name, repair_status.
    move 0 to repair_status
    move 0 to opt-strict-syntax, opt-reject-mixed-case, csv_mode, keyed_input
    move 0 to words_mode
    move 0 to opt-allow-fractions, opt-fraction-twelfths
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if

    *> no file named: offer the operator's own work and the pool
    if reject_file_name = spaces
        perform offer_open_work
        display "Reject file to repair?: " with no advancing
        accept reject_file_name
    end-if
    move reject_file_name to reject_identifier

    call "CBL_CHECK_FILE_EXIST" using reject_identifier, repair_check_buffer
        move reject_file_name to rr_batch
    end-if

    *> a batch checked out to someone else is theirs to walk
    call "check_work_assignment" using assignment_queue, rr_batch,
        session_operator, assignment_status, assignment_owner
    if assignment_status = 2
        display "The rejects for " function trim(rr_batch)
            " are checked out to " function trim(assignment_owner)
            "; refused."
        move spaces to audit_key_param
        string "DENIED " delimited by size
               function trim(rr_batch) delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 2 to repair_status
        goback
    end-if

    call "CBL_CHECK_FILE_EXIST" using results_identifier, repair_check_buffer
    if return-code = 0
        open extend results_file
    display "Corrections go to: " function trim(results_identifier)
    display "----------------------------------------------------------------"

    move spaces to audit_key_param
    string "BEGIN " delimited by size
           function trim(reject_file_name) delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result

    open input reject_file
    perform forever
        read reject_file
        if keyed_input = 1
            move rjk_line_number to work_line_number
            move rjk_numeral to work_numeral
            move rjk_position to work_position
            move rjk_reason to work_reason
            move rjk_suggestion to work_suggestion
        else
            move reject_line_number to work_line_number
            move reject_numeral to work_numeral
            move reject_position to work_position
            move reject_reason to work_reason
            move reject_suggestion to work_suggestion
        end-if
                move "WRITEOFF" to rr_action
                call "update_reject_register" using rr_action, rr_batch,
                    work_line_number, work_numeral, rr_reason
                move "WRITEOFF" to audit_disposition
                perform audit_entry_disposition
                add 1 to entries_writtenoff
                move 1 to entry_resolved
            else
                    move "REPAIR" to rr_action
                    call "update_reject_register" using rr_action, rr_batch,
                        work_line_number, work_numeral, rr_reason
                    call "post_correction_history" using hist_program, rr_batch,
                        work_line_number, work_position, work_reason,
                        work_numeral, correction, work_suggestion
                    move "CORRECT" to audit_disposition
                    perform audit_entry_disposition
                    call "show_numeral_and_decimal" using correction,
                        corrected_decimal, correction_status
                else
    end-perform
    close reject_file, results_file, carry_file

    *> the results file has changed under its checksum: record it
    *> afresh for load_conversion_master's verification
    move results_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, audit_program_name, ck_status

    display " "
    display "----------------------------------------------------------------"
    move entries_walked to formatted_count

    move reject_file_name to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    goback.

*> one audit entry per disposition, naming the batch and source line,
*> so who did what to which entry can be counted off the audit log
audit_entry_disposition.
    move spaces to audit_key_param
    string function trim(audit_disposition) delimited by size
           " " delimited by size
           work_line_number delimited by size
           " " delimited by size
           function trim(rr_batch) delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> the batches with open rejects this operator may walk: their own
*> assignments first, then the unassigned pool
offer_open_work.
    call "load_work_queue" using work-queue
    display "Rejects assigned to you:"
    move 0 to offered_count
    perform varying item_k from 1 by 1 until item_k > wq_count
        if wq_queue(item_k) = "REJECT" and wq_open(item_k) > 0
            and wq_operator(item_k) = session_operator
            add 1 to offered_count
            move wq_open(item_k) to offered_open
            display "  " function trim(wq_batch(item_k)) " ("
                function trim(offered_open) " open since " wq_since(item_k) ")"
        end-if
    end-perform
    if offered_count = 0
        display "  (none)"
    end-if
    display "Unassigned rejects:"
    move 0 to offered_count
    perform varying item_k from 1 by 1 until item_k > wq_count
        if wq_queue(item_k) = "REJECT" and wq_open(item_k) > 0
            and wq_operator(item_k) = spaces
            add 1 to offered_count
            move wq_open(item_k) to offered_open
            display "  " function trim(wq_batch(item_k)) " ("
                function trim(offered_open) " open since " wq_since(item_k) ")"
        end-if
    end-perform
    if offered_count = 0
        display "  (none)"
    end-if.
