*> batch_signoff_screen.cob
*>
*> The documents office's acceptance of a delivery, recorded on the
*> batch sign-off register (batch_signoff_register.txt) that
*> signoff_gate reads before load_conversion_master or
*> fb_transmit_job will take a batch. Signing a batch off checks
*> what the office is attesting to, instead of taking it on trust:
*>
*>   - no entry for the batch still OPEN on the shop reject register
*>   - the review queue worked: nothing conv_file queued for review
*>     (REVIEW_QUEUED on "<batch>_controls.txt"), or the review
*>     desk's last session, down the carry-forward chain
*>     ("<batch>_review[_carry...]_disposition.txt"), left nothing
*>     carried forward
*>   - the per-document control report ("<batch>_doc_report.txt",
*>     a keyed batch's only) confirmed as checked by the operator
*>
*> A generation-numbered batch is judged on its latest generation.
*> A batch with work outstanding is not signed, nor is one whose run
*> was plausibility-checked (IMPLAUSIBLE on its controls dataset) but
*> whose REVIEW_QUEUED count can't be read off it. A sign-off can be
*> revoked (a problem found after the fact) and re-signed later; the
*> register is append-only, and the latest entry for a batch is the
*> one the gate honors. Every sign-off and revoke is audited.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the review check follows the batch's carry-
*>                      forward chain to the last session's summary,
*>                      so a carry queue that has since been worked
*>                      down no longer holds the sign-off back.
*> Oct. 15, 2026 - BW - the controls dataset is read here instead of
*>                      through read_control_param, whose 40-byte name
*>                      cut a generation batch's "_gNNNN_controls.txt"
*>                      short and let its review queue read as empty;
*>                      a plausibility-checked run with no REVIEW_QUEUED
*>                      to be found is refused rather than taken as 0.

identification division.
program-id. batch_signoff_screen.

environment division.
input-output section.
file-control.
    select signoff_file assign signoff_identifier
    organization is line sequential.

    select register_file assign register_identifier
    organization is line sequential.

    select disposition_file assign disposition_identifier
    organization is line sequential.

    select gencat_file assign gencat_identifier
    organization is line sequential.

    select controls_file assign controls_identifier
    organization is line sequential.

data division.
file section.
fd signoff_file.
01 signoff_record.
    05 so_batch pic x(40).
    05 filler pic x(1).
    05 so_status pic x(8).
    05 filler pic x(1).
    05 so_operator pic x(20).
    05 filler pic x(1).
    05 so_date pic 9(8).
    05 filler pic x(1).
    05 so_open_rejects pic 9(6).
    05 filler pic x(1).
    05 so_review_open pic 9(6).
    05 filler pic x(1).
    05 so_doc_checked pic x(1).

fd register_file.
01 register_record.
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

fd disposition_file.
01 disposition_record.
    05 dsp_label pic x(18).
    05 dsp_count pic x(9).
    05 filler pic x(53).

fd gencat_file.
01 gencat_record.
    05 gencat_gen pic 9(4).
    05 filler pic x(1).
    05 gencat_date pic 9(8).

*> conv_file's trailer counts for the batch, one KEY=VALUE per line
fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

working-storage section.
77 signoff_identifier pic x(40) value "batch_signoff_register.txt". *> the batch sign-off register
77 register_identifier pic x(40) value "reject_register.txt". *> the shop-wide reject register
77 disposition_identifier pic x(192). *> a review session's disposition summary
77 review_stem pic x(176). *> a review queue's name down the carry chain, less ".txt"
77 chain_k pic s9(4) comp. *> carry-forward generations followed
77 gencat_identifier pic x(52). *> the batch's generation catalog
77 controls_identifier pic x(64). *> the batch's trailer-counts dataset
77 docreport_identifier pic x(60). *> the batch's per-document control report
77 signoff_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 menu_choice pic x(10). *> sign, revoke, list, or quit
77 work_batch pic x(40). *> the batch being signed or revoked
77 work_base pic x(46). *> the batch's latest generation base name
77 batch_length pic s9(4) comp. *> trimmed length of the batch name
77 gen_number pic 9(4). *> the batch's latest generation, 0 if none
77 open_rejects pic 9(6). *> the batch's rejects still OPEN on the register
77 review_queued pic 9(6). *> tokens conv_file queued for review
77 review_open pic 9(6). *> review items not yet worked
77 doc_checked pic x(1). *> Y = checked, - = the batch has no report
77 confirm_answer pic x(1). *> operator's Y/N answers
77 latest_status pic x(8). *> the batch's latest register status
77 entry_status pic x(8). *> SIGNED or REVOKED, for the entry being appended
77 control_key pic x(20). *> key of a KEY=VALUE trailer line
77 control_text pic x(30). *> its value, as written
77 review_count_found pic 9. *> 1 when REVIEW_QUEUED was read off the controls dataset
77 plausibility_ran pic 9. *> 1 when the run was plausibility-checked (IMPLAUSIBLE written)
77 review_unknown pic 9. *> 1 when a checked run's review count can't be read
77 today_date pic 9(8). *> today, for the register stamp
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the register's append lock
77 lock_name pic x(40) value "batch_signoff_register.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "batch_signoff_screen". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "batch_signoff_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the batch and the action, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    *> a sign-off is an attestation; it needs a name behind it
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    if session_operator = spaces
        display "Sign on first; a batch sign-off needs a known operator."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if
    accept today_date from date yyyymmdd

    display "Batch sign-off (sign/revoke/list/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "sign"
                perform sign_batch
            when "revoke"
                perform revoke_batch
            when "list"
                perform list_signoffs
            when other
                display "Key sign, revoke, list, or quit."
        end-evaluate
        display "Batch sign-off (sign/revoke/list/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform
    move 0 to return-code
    goback.

*> check the batch's outstanding work and, if there is none, sign it
sign_batch.
    display "Batch (delivery) name to sign off?: " with no advancing
    accept work_batch
    if work_batch = spaces
        display "No batch named."
    else
        perform find_latest_status
        if latest_status = "SIGNED"
            display "Already signed off."
        else
            perform check_batch_work
            evaluate true
                when open_rejects > 0 or review_open > 0
                    display "Not signed: work the rejects and review queue first."
                    move spaces to audit_key_param
                    string "REFUSED " delimited by size
                           function trim(work_batch) delimited by size
                        into audit_key_param
                    move "FAILURE" to audit_result
                    call "write_audit_log" using audit_program_name,
                        audit_key_param, audit_result
                when review_unknown = 1
                    display "Not signed: the run was plausibility-checked but"
                        " its review queue count can't be read."
                    move spaces to audit_key_param
                    string "REFUSED " delimited by size
                           function trim(work_batch) delimited by size
                        into audit_key_param
                    move "FAILURE" to audit_result
                    call "write_audit_log" using audit_program_name,
                        audit_key_param, audit_result
                when doc_checked = "N"
                    display "Not signed: the per-document control report"
                        " has to be checked first."
                when other
                    display "Sign " function trim(work_batch)
                        " off as accepted? (Y/N): " with no advancing
                    accept confirm_answer
                    if confirm_answer = "Y" or confirm_answer = "y"
                        move "SIGNED" to entry_status
                        perform append_signoff
                        display "Signed off; it may now be loaded and transmitted."
                    else
                        display "Not signed."
                    end-if
            end-evaluate
        end-if
    end-if.

*> take a sign-off back when a problem turns up after the fact
revoke_batch.
    display "Batch (delivery) name to revoke?: " with no advancing
    accept work_batch
    perform find_latest_status
    if latest_status not = "SIGNED"
        display "That batch is not signed off."
    else
        display "Revoke the sign-off for " function trim(work_batch)
            "? (Y/N): " with no advancing
        accept confirm_answer
        if confirm_answer = "Y" or confirm_answer = "y"
            move 0 to open_rejects
            move 0 to review_open
            move "-" to doc_checked
            move "REVOKED" to entry_status
            perform append_signoff
            display "Revoked; the load and transmission gates will refuse it."
        else
            display "Left signed."
        end-if
    end-if.

list_signoffs.
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, signoff_check_buffer
    if return-code not = 0
        display "Nothing on the sign-off register."
    else
        open input signoff_file
        perform forever
            read signoff_file
                at end exit perform
            end-read
            display so_date " " so_status " " function trim(so_batch)
                " :: " function trim(so_operator)
        end-perform
        close signoff_file
    end-if.

*> the latest entry for the batch, the one the gate honors
find_latest_status.
    move spaces to latest_status
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, signoff_check_buffer
    if return-code = 0
        open input signoff_file
        perform forever
            read signoff_file
                at end exit perform
            end-read
            if so_batch = work_batch
                move so_status to latest_status
            end-if
        end-perform
        close signoff_file
    end-if.

*> open rejects, unworked review items, and the control report
check_batch_work.
    move function length(function trim(work_batch)) to batch_length

    *> a GEN_DATASETS batch's artifacts hang off its latest generation
    move work_batch to work_base
    move spaces to gencat_identifier
    string function trim(work_batch) delimited by size
           "_gencat.txt" delimited by size
        into gencat_identifier
    call "CBL_CHECK_FILE_EXIST" using gencat_identifier, signoff_check_buffer
    if return-code = 0
        move 0 to gen_number
        open input gencat_file
        perform forever
            read gencat_file
                at end exit perform
            end-read
            move gencat_gen to gen_number
        end-perform
        close gencat_file
        if gen_number > 0
            move spaces to work_base
            string function trim(work_batch) delimited by size
                   "_g" delimited by size
                   gen_number delimited by size
                into work_base
        end-if
    end-if

    move 0 to open_rejects
    call "CBL_CHECK_FILE_EXIST" using register_identifier, signoff_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if rreg_disposition = "OPEN"
                and (rreg_batch = work_batch or rreg_batch = work_base
                    or (rreg_batch(1:batch_length) = work_batch(1:batch_length)
                        and rreg_batch(batch_length + 1:2) = "_g"))
                add 1 to open_rejects
            end-if
        end-perform
        close register_file
    end-if

    move spaces to controls_identifier
    string function trim(work_base) delimited by size
           "_controls.txt" delimited by size
        into controls_identifier
    perform read_controls_dataset
    *> a plausibility-checked run always queues something for the
    *> desk to look at or says it queued nothing; silence is not zero
    move 0 to review_unknown
    if plausibility_ran = 1 and review_count_found = 0
        move 1 to review_unknown
    end-if
    move review_queued to review_open
    *> each session that walked a queue left a summary beside it, and
    *> what it carried is the next session's queue; the last summary
    *> down the chain says what is still waiting
    if review_queued > 0
        move 0 to chain_k
        move spaces to review_stem
        string function trim(work_base) delimited by size
               "_review" delimited by size
            into review_stem
        perform until chain_k >= 20
            add 1 to chain_k
            move spaces to disposition_identifier
            string function trim(review_stem) delimited by size
                   "_disposition.txt" delimited by size
                into disposition_identifier
            call "CBL_CHECK_FILE_EXIST" using disposition_identifier,
                signoff_check_buffer
            if return-code not = 0
                exit perform
            end-if
            open input disposition_file
            perform forever
                read disposition_file
                    at end exit perform
                end-read
                if dsp_label = "Carried forward : "
                    move function numval(dsp_count) to review_open
                end-if
            end-perform
            close disposition_file
            move spaces to disposition_identifier
            string function trim(review_stem) delimited by size
                   "_carry" delimited by size
                into disposition_identifier
            move disposition_identifier to review_stem
        end-perform
    end-if

    move open_rejects to formatted_count
    display "Open rejects on the register : " formatted_count
    move review_queued to formatted_count
    display "Queued for review            : " formatted_count
    move review_open to formatted_count
    display "Review items not yet worked  : " formatted_count
    if review_unknown = 1
        display "Review queue count           : not on "
            function trim(controls_identifier)
    end-if

    move spaces to docreport_identifier
    string function trim(work_base) delimited by size
           "_doc_report.txt" delimited by size
        into docreport_identifier
    call "CBL_CHECK_FILE_EXIST" using docreport_identifier, signoff_check_buffer
    if return-code not = 0
        move "-" to doc_checked
        display "Per-document control report  : none (not a keyed batch)"
    else
        display "Per-document control report  : " function trim(docreport_identifier)
        if open_rejects = 0 and review_open = 0 and review_unknown = 0
            display "Has the per-document control report been checked? (Y/N): "
                with no advancing
            accept confirm_answer
            if confirm_answer = "Y" or confirm_answer = "y"
                move "Y" to doc_checked
            else
                move "N" to doc_checked
            end-if
        else
            move "N" to doc_checked
        end-if
    end-if.

*> REVIEW_QUEUED, and whether the run was plausibility-checked, off
*> the batch's controls dataset; a generation's dataset name runs past
*> what read_control_param takes, so it is read here
read_controls_dataset.
    move 0 to review_queued, review_count_found, plausibility_ran
    call "CBL_CHECK_FILE_EXIST" using controls_identifier, signoff_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input controls_file
    perform forever
        read controls_file
            at end exit perform
        end-read
        move spaces to control_key, control_text
        unstring controls_line delimited by "="
            into control_key, control_text
        end-unstring
        evaluate control_key
            when "REVIEW_QUEUED"
                if function trim(control_text) not = spaces
                    and function trim(control_text) is numeric
                    move function numval(control_text) to review_queued
                    move 1 to review_count_found
                end-if
            when "IMPLAUSIBLE"
                move 1 to plausibility_ran
        end-evaluate
    end-perform
    close controls_file.

*> one entry on the append-only register, audited
append_signoff.
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the sign-off register lock after ten"
            " tries; appending unlocked. ***"
    end-if
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, signoff_check_buffer
    if return-code = 0
        open extend signoff_file
    else
        open output signoff_file
    end-if
    move spaces to signoff_record
    move work_batch to so_batch
    move entry_status to so_status
    move session_operator to so_operator
    move today_date to so_date
    move open_rejects to so_open_rejects
    move review_open to so_review_open
    move doc_checked to so_doc_checked
    write signoff_record
    close signoff_file
    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    end-if
    move spaces to audit_key_param
    string function trim(entry_status) delimited by size
           " " delimited by size
           function trim(work_batch) delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.
