*>                     (update_reject_register), so the auto-repaired
*>                     work leaves the open inventory like the
*>                     screen-repaired work does.
*> Oct. 15, 2026 - BW - each applied suggestion now also posts its
*>                      before/after pair to the shop-wide correction
*>                      history (post_correction_history), for the OCR
*>                      character-confusion report.
*> Oct. 15, 2026 - BW - each applied suggestion is now audited on its
*>                      own as a correction (with the batch and source
*>                      line), and a BEGIN entry opens the pass, so the
*>                      operator productivity report counts the work
*>                      against whoever ran it.
*> Oct. 15, 2026 - BW - the results file is re-recorded on the checksum
*>                      register once the pass's repairs are folded
*>                      back, so load_conversion_master's VERIFY
*>                      doesn't refuse the batch as altered.

identification division.
program-id. auto_repair_rejects.
77 reason_approved pic 9. *> 1 if the current entry's reason is on the approved set
77 work_line_number pic 9(9). *> the entry's source line, either layout
77 work_numeral pic x(30). *> the entry's numeral, either layout
77 work_position pic 9(2). *> the entry's failing position, either layout
77 work_reason pic x(16). *> the entry's failure reason, either layout
77 work_suggestion pic x(30). *> the entry's suggestion, either layout
77 csv_decimal_text pic z(11)9. *> decimal value edited for trimming into a csv field
77 rr_action pic x(8) value "REPAIR". *> applied suggestions mark the register entry repaired
77 rr_batch pic x(40). *> the batch the reject came from, for the register entry
77 rr_reason pic x(16) value spaces. *> unused on a disposition call, but the register wants the field
77 hist_program pic x(30) value "auto_repair_rejects". *> who folded the correction back, for the correction history
77 hist_corrected pic x(30). *> the applied suggestion, as the corrected side of the pair
77 ck_action pic x(8) value "RECORD". *> this program only ever records the results file
77 ck_dataset pic x(64). *> the results file, for the checksum register
77 ck_record_length pic 9(4) value 0. *> the results file is line-structured
77 ck_status pic 9. *> the register's answer (unused on a RECORD)
77 audit_program_name pic x(30) value "auto_repair_rejects". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> reject file name padded out to the audit log's parameter field width
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 audit_disposition pic x(8) value "CORRECT". *> an applied suggestion is a correction, for the per-entry audit log entry
copy "numeral-options.cpy".

procedure division.
    display "Left for screen in: " function trim(manual_identifier)
    display "----------------------------------------------------------------"

    move spaces to audit_key_param
    string "BEGIN " delimited by size
           function trim(reject_identifier) delimited by size
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
            add 1 to entries_applied
            call "update_reject_register" using rr_action, rr_batch,
                work_line_number, work_numeral, rr_reason
            move work_suggestion to hist_corrected
            call "post_correction_history" using hist_program, rr_batch,
                work_line_number, work_position, work_reason,
                work_numeral, hist_corrected, work_suggestion
            perform audit_entry_disposition
            display "Applied :: line " work_line_number " "
                function trim(work_numeral) " -> "
                function trim(work_suggestion)
    end-perform
    close reject_file, results_file, manual_file, applied_file

    *> the results file has changed under its checksum: record it
    *> afresh for load_conversion_master's verification
    move results_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, audit_program_name, ck_status

    display " "
    display "----------------------------------------------------------------"
    move entries_walked to formatted_count
    move reject_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> one audit entry per applied suggestion, naming the batch and source
*> line, so the pass's work can be counted off the audit log
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
