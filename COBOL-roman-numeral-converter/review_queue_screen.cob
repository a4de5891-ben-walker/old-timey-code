*>                     the shop-wide reject register
*>                     (update_reject_register), so it joins the open
*>                     inventory the aging report watches.
*> Oct. 15, 2026 - BW - a corrected entry now posts its before/after
*>                      pair to the shop-wide correction history
*>                      (post_correction_history), for the OCR
*>                      character-confusion report.
*> Oct. 15, 2026 - BW - a keyed entry now shows why it was held back
*>                      (low confidence, or a value implausible for its
*>                      field under PLAUSIBILITY_CHECK), and the reason
*>                      rides along on its carry-forward record.
*> Oct. 15, 2026 - BW - each acceptance, correction, and rejection is
*>                      now audited on its own (with the batch and
*>                      source line), and a BEGIN entry opens the
*>                      session, so the operator productivity report
*>                      can count dispositions and time the session.
*> Oct. 15, 2026 - BW - the screen now offers the operator's own
*>                      assigned review queues and the unassigned pool
*>                      before asking which to walk, and refuses
*>                      (audited) a batch's queue checked out to
*>                      another operator on work_assignment_screen.
*> Oct. 15, 2026 - BW - the results file is re-recorded on the checksum
*>                      register once accepted entries are folded
*>                      back, so load_conversion_master's VERIFY
*>                      doesn't refuse the batch as altered.

identification division.
program-id. review_queue_screen.
    05 rvk_numeral pic x(30).
    05 filler pic x(1).
    05 rvk_decimal pic z(11)9.
    05 filler pic x(1).
    05 rvk_reason pic x(28).

fd results_file.
01 results_record.

fd carry_file.
01 carry_record.
    05 carry_line pic x(110).

fd summary_file.
01 summary_record.
77 rr_action pic x(8) value "POST". *> a review rejection opens a reject-register entry
77 rr_batch pic x(40). *> the batch the entry came from, for the register entry
77 rr_reason pic x(16) value "review reject". *> the register entry's reason
77 hist_program pic x(30) value "review_queue_screen". *> who folded the correction back, for the correction history
77 hist_position pic 9(2) value 0. *> a review entry converted cleanly, so it has no failing position
77 hist_reason pic x(16) value "low confidence". *> why the review entry was held back
77 hist_suggestion pic x(30) value spaces. *> review entries carry no machine suggestion
77 ck_action pic x(8) value "RECORD". *> this program only ever records the results file
77 ck_dataset pic x(64). *> the results file, for the checksum register
77 ck_record_length pic 9(4) value 0. *> the results file is line-structured
77 ck_status pic 9. *> the register's answer (unused on a RECORD)
77 audit_program_name pic x(30) value "review_queue_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> review file name padded out to the audit log's parameter field width
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 audit_disposition pic x(8). *> ACCEPT, CORRECT, or REJECT, for the per-entry audit log entry
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator, whose work this is
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 assignment_queue pic x(6) value "REVIEW". *> the queue this screen walks, for the assignment check
77 assignment_status pic 9. *> 0 ours, 1 unassigned, 2 checked out to someone else
77 assignment_owner pic x(20). *> who the batch's review queue is checked out to
77 item_k pic s9(4) comp. *> index over the open work
77 offered_open pic z(6)9. *> an offered batch's open entries, no leading zeroes
77 offered_count pic s9(4) comp. *> open queues offered under a heading
copy "numeral-options.cpy".
copy "work-queue.cpy".

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    perform offer_open_work

    display "Review queue to walk?: " with no advancing
    accept review_identifier

        move review_identifier to rr_batch
    end-if

    *> a batch checked out to someone else is theirs to walk
    call "check_work_assignment" using assignment_queue, rr_batch,
        session_operator, assignment_status, assignment_owner
    if assignment_status = 2
        display "The review queue for " function trim(rr_batch)
            " is checked out to " function trim(assignment_owner)
            "; refused."
        move spaces to audit_key_param
        string "DENIED " delimited by size
               function trim(rr_batch) delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    call "CBL_CHECK_FILE_EXIST" using results_identifier, review_check_buffer
    if return-code = 0
        open extend results_file
    display "Rejections go to  : " function trim(reject_identifier)
    display "----------------------------------------------------------------"

    move spaces to audit_key_param
    string "BEGIN " delimited by size
           function trim(review_identifier) delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result

    open input review_file
    perform forever
        read review_file
            display "  Source: " function trim(rvk_doc_id)
                " page " function trim(rvk_page)
                " field " function trim(rvk_field)
            if rvk_reason not = spaces
                display "  Held for: " function trim(rvk_reason)
            end-if
        end-if

        *> the correction history records why the entry was held back
        move "low confidence" to hist_reason
        if keyed_input = 1 and rvk_reason = "value implausible for field"
            move "implausible" to hist_reason
        end-if

        *> keep prompting until the entry has a disposition: "a"
                    end-if
                    call "update_reject_register" using rr_action, rr_batch,
                        work_line_number, work_numeral, rr_reason
                    move "REJECT" to audit_disposition
                    perform audit_entry_disposition
                    add 1 to entries_rejected
                    move 1 to entry_resolved
                when function lower-case(function trim(reply)) = "a"
                    move function numval(work_decimal_text) to accepted_decimal
                    move 1 to fold_entry
                    add 1 to entries_accepted
                    move "ACCEPT" to audit_disposition
                    perform audit_entry_disposition
                    move 1 to entry_resolved
                when other
                    move reply to accepted_numeral
                        move 1 to fold_entry
                        add 1 to entries_corrected
                        move 1 to entry_resolved
                        call "post_correction_history" using hist_program,
                            rr_batch, work_line_number, hist_position,
                            hist_reason, work_numeral, accepted_numeral,
                            hist_suggestion
                        move "CORRECT" to audit_disposition
                        perform audit_entry_disposition
                    end-if
                    call "show_numeral_and_decimal" using accepted_numeral,
                        accepted_decimal, correction_status
    end-perform
    close review_file, results_file, reject_file, carry_file

    *> the results file has changed under its checksum: record it
    *> afresh for load_conversion_master's verification
    move results_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, audit_program_name, ck_status

    *> disposition summary, for reconciling the batch's trailer counts
    open output summary_file
    move spaces to summary_record
    move review_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
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

*> the batches with review entries waiting this operator may walk:
*> their own assignments first, then the unassigned pool
offer_open_work.
    call "load_work_queue" using work-queue
    display "Review queues assigned to you:"
    move 0 to offered_count
    perform varying item_k from 1 by 1 until item_k > wq_count
        if wq_queue(item_k) = "REVIEW" and wq_open(item_k) > 0
            and wq_operator(item_k) = session_operator
            add 1 to offered_count
            move wq_open(item_k) to offered_open
            display "  " function trim(wq_batch(item_k)) " ("
                function trim(offered_open) " waiting since " wq_since(item_k) ")"
        end-if
    end-perform
    if offered_count = 0
        display "  (none)"
    end-if
    display "Unassigned review queues:"
    move 0 to offered_count
    perform varying item_k from 1 by 1 until item_k > wq_count
        if wq_queue(item_k) = "REVIEW" and wq_open(item_k) > 0
            and wq_operator(item_k) = spaces
            add 1 to offered_count
            move wq_open(item_k) to offered_open
            display "  " function trim(wq_batch(item_k)) " ("
                function trim(offered_open) " waiting since " wq_since(item_k) ")"
        end-if
    end-perform
    if offered_count = 0
        display "  (none)"
    end-if.
