*>                      the shop-wide run_id_register) as a trailing
*>                      column, so an audit entry resolves straight to
*>                      its run; 0 means the job never drew an ID.
*> Oct. 15, 2026 - BW - every entry now carries the release level in
*>                      effect (get_release_level) as a trailing column
*>                      after the check value, folded into the check
*>                      after the sequence column so it can't be edited
*>                      unnoticed either; 0 means no release recorded.
*> Oct. 15, 2026 - BW - an entry written inside the training area (the
*>                      directory training_reset_job builds, marked by
*>                      its training_area.txt) carries a further
*>                      trailing TRAINING column, chained after the
*>                      release column, so a practice entry can never
*>                      pass for a live one.

identification division.
program-id. write_audit_log.

fd overflow_file.
01 overflow_record.
    05 overflow_line pic x(201).

fd state_file.
01 state_record.
    05 audit_rec_sequence pic 9(9).
    05 audit_sep9 pic x(4).
    05 audit_rec_check pic 9(9).
    05 audit_sep10 pic x(4).
    05 audit_rec_release pic 9(4).
    05 audit_sep11 pic x(4).
    05 audit_rec_mode pic x(8).
*> byte view of the record, for the check-value arithmetic
01 audit_line_view redefines audit_record pic x(201).
*> close-out records: the prior day's entry count for one program,
*> chained and sequenced like every other record
01 audit_closeout_record.
77 register_function pic x(8) value "CURRENT". *> this writer only ever reads the job's run ID
77 current_run_id pic 9(6). *> the job's run ID, 0 if none was drawn
77 business_date pic 9(8). *> the shop's business date, beside the system date
77 release_level pic 9(4). *> the release level in effect
77 session_function pic x(8) value "CURRENT". *> this writer only ever reads the session
77 session_operator pic x(20). *> the session's operator, spaces if none
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 day_found pic 9. *> 1 once this entry's program is already counted
77 closeout_program pic x(30) value "daily_close_out". *> program name close-out records carry
77 count_edit pic z(8)9. *> a count, no leading zeroes
77 training_identifier pic x(40) value "training_area.txt". *> present only inside the training area
77 chain_end pic s9(4) comp. *> last byte the check covers past the check column

linkage section.
77 audit_program_name pic x(30). *> name of the program the entry is for
        move "UNKNOWN" to audit_rec_operator
    end-if
    move " :: " to audit_sep1, audit_sep2, audit_sep3, audit_sep4, audit_sep5,
        audit_sep6, audit_sep7, audit_sep8, audit_sep9, audit_sep10
    move audit_program_name to audit_rec_program
    move audit_key_param to audit_rec_param
    move audit_result to audit_rec_result
    move current_run_id to audit_rec_run_id
    call "get_business_date" using business_date
    move business_date to audit_rec_business_date
    call "get_release_level" using release_level
    move release_level to audit_rec_release
    move 189 to chain_end
    call "CBL_CHECK_FILE_EXIST" using training_identifier, audit_check_buffer
    if return-code = 0
        move " :: " to audit_sep11
        move "TRAINING" to audit_rec_mode
        move 201 to chain_end
    end-if

    if lock_acquired = 1
        *> a new day closes the old one out first: one chained record
        end-if

        *> stamp the sequence, then fold the record's bytes up to and
        *> including the sequence column into the running check value,
        *> and the release (and any training) column after the check
        *> after them
        add 1 to chain_sequence
        move chain_sequence to audit_rec_sequence
        move 0 to audit_rec_check
                + function ord(audit_line_view(chain_i : 1))
            compute chain_check = function mod(chain_work, 999999937)
        end-perform
        perform varying chain_i from 182 by 1 until chain_i > chain_end
            compute chain_work = chain_check * 31
                + function ord(audit_line_view(chain_i : 1))
            compute chain_check = function mod(chain_work, 999999937)
        end-perform
        move chain_check to audit_rec_check
        write audit_record

