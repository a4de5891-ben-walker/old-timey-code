*> signoff_gate.cob
*>
*> The documents office's sign-off gate, asked by every step that
*> moves a batch's answers out of the converter's hands: the master
*> load (load_conversion_master), the mainframe handoff
*> (fb_transmit_job), and the DMS load file (dms_load_job). A batch
*> passes when its latest entry on the batch sign-off register
*> (batch_signoff_register.txt, kept by batch_signoff_screen) says
*> SIGNED -- the office has worked its rejects and review queue and
*> checked its per-document control report -- and its acceptance
*> inspection, if it has had one, didn't reject the lot (latest
*> entry on aql_decision_register.txt, kept by aql_verify_screen).
*> The caller passes whatever dataset it was handed; the
*> batch is found as the register name the dataset's name is built
*> on ("<batch>", "<batch>_results.txt", "<batch>_g0003_results.fb").
*>
*> An unsigned batch or a rejected lot is refused unless a
*> supervisor (level 2) at the keyboard overrides; an override is
*> let through but raised on the exception log (reason UNSIGNED, or
*> AQL-REJECT as an error) and audited, so the office sees every
*> batch that went out ahead of its sign-off or against its
*> inspection. Refusals are audited under the caller's name.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - dms_load_job now asks the gate too, before a
*>                      batch's DMS load file is built.
*> Oct. 15, 2026 - BW - a batch whose lot was rejected on acceptance
*>                      sampling (aql_decision_register.txt) is now
*>                      refused even when signed off, and an override
*>                      of it is raised as an AQL-REJECT error.

identification division.
program-id. signoff_gate.

environment division.
input-output section.
file-control.
    select signoff_file assign signoff_identifier
    organization is line sequential.

    select decision_file assign decision_identifier
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

fd decision_file.
01 decision_record.
    05 ad_batch pic x(40).
    05 filler pic x(1).
    05 ad_decision pic x(8).
    05 filler pic x(1).
    05 ad_lot_size pic 9(9).
    05 filler pic x(1).
    05 ad_sample_size pic 9(5).
    05 filler pic x(1).
    05 ad_aql pic x(4).
    05 filler pic x(1).
    05 ad_accept pic 9(3).
    05 filler pic x(1).
    05 ad_defects pic 9(5).
    05 filler pic x(1).
    05 ad_operator pic x(20).
    05 filler pic x(1).
    05 ad_date pic 9(8).

working-storage section.
77 signoff_identifier pic x(40) value "batch_signoff_register.txt". *> the batch sign-off register
77 signoff_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 decision_identifier pic x(40) value "aql_decision_register.txt". *> the acceptance-inspection decisions
77 latest_decision pic x(8). *> the batch's latest lot decision, spaces if never inspected
77 latest_defects pic 9(5). *> defects its sample showed
77 batch_length pic s9(4) comp. *> trimmed length of a register batch name
77 dataset_length pic s9(4) comp. *> trimmed length of the caller's dataset
77 latest_status pic x(8). *> the batch's latest register status, spaces if never signed
77 latest_operator pic x(20). *> who recorded it
77 latest_date pic 9(8). *> when
77 override_answer pic x(1). *> the supervisor's Y/N on an override
77 session_function pic x(8) value "CURRENT". *> this gate only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 exception_severity pic x(1) value "W". *> an unsigned override is a warning; a rejected lot's, an error
77 exception_reason pic x(12) value "UNSIGNED". *> reason code on the exception log
77 exception_key_values pic x(40). *> the dataset let through
77 audit_key_param pic x(40). *> the dataset and the gate's verdict, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

linkage section.
77 gate_program pic x(30). *> the step asking (load or transmission)
77 gate_dataset pic x(60). *> the dataset the step was handed
77 gate_passed pic 9. *> 1 if the step may go ahead

procedure division using gate_program, gate_dataset, gate_passed.
    move 0 to gate_passed
    move spaces to latest_status
    move "W" to exception_severity
    move "UNSIGNED" to exception_reason
    move function length(function trim(gate_dataset)) to dataset_length

    *> the latest entry for the batch decides: a later REVOKED undoes
    *> an earlier SIGNED, and a re-sign undoes the revoke
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, signoff_check_buffer
    if return-code = 0
        open input signoff_file
        perform forever
            read signoff_file
                at end exit perform
            end-read
            move function length(function trim(so_batch)) to batch_length
            if so_batch not = spaces
                and (gate_dataset = so_batch
                    or (dataset_length > batch_length
                        and gate_dataset(1:batch_length) = so_batch(1:batch_length)
                        and gate_dataset(batch_length + 1:1) = "_"))
                move so_status to latest_status
                move so_operator to latest_operator
                move so_date to latest_date
            end-if
        end-perform
        close signoff_file
    end-if

    *> the latest inspection decides too: a later sample of a
    *> redelivered lot replaces the earlier decision
    move spaces to latest_decision
    call "CBL_CHECK_FILE_EXIST" using decision_identifier, signoff_check_buffer
    if return-code = 0
        open input decision_file
        perform forever
            read decision_file
                at end exit perform
            end-read
            move function length(function trim(ad_batch)) to batch_length
            if ad_batch not = spaces
                and (gate_dataset = ad_batch
                    or (dataset_length > batch_length
                        and gate_dataset(1:batch_length) = ad_batch(1:batch_length)
                        and gate_dataset(batch_length + 1:1) = "_"))
                move ad_decision to latest_decision
                move ad_defects to latest_defects
            end-if
        end-perform
        close decision_file
    end-if

    if latest_status = "SIGNED" and latest_decision not = "REJECT"
        display "Signed off by " function trim(latest_operator)
            " on " latest_date
        move 1 to gate_passed
        goback
    end-if

    if latest_decision = "REJECT"
        display "*** " function trim(gate_dataset) " was REJECTED on"
            " acceptance sampling (" latest_defects " defects) ***"
        move "E" to exception_severity
        move "AQL-REJECT" to exception_reason
    else
        display "*** " function trim(gate_dataset) " has not been signed off by"
            " the documents office ***"
    end-if
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_level >= 2
        display "Supervisor override -- let it through anyway? (Y/N): "
            with no advancing
        accept override_answer
        if override_answer = "Y" or override_answer = "y"
            move gate_dataset to exception_key_values
            call "write_exception" using gate_program, exception_severity,
                exception_reason, exception_key_values
            move spaces to audit_key_param
            string "OVERRIDE " delimited by size
                   function trim(gate_dataset) delimited by size
                into audit_key_param
            move "SUCCESS" to audit_result
            call "write_audit_log" using gate_program, audit_key_param, audit_result
            display "Overridden by " function trim(session_operator)
                "; raised on the exception log."
            move 1 to gate_passed
            goback
        end-if
    end-if

    move spaces to audit_key_param
    if latest_decision = "REJECT"
        display "Refused; a rejected lot goes back to the vendor, and is"
            " inspected again when it is redelivered."
        string "AQL-REJECT " delimited by size
               function trim(gate_dataset) delimited by size
            into audit_key_param
    else
        display "Refused; the documents office signs the batch off on"
            " batch_signoff_screen."
        string "UNSIGNED " delimited by size
               function trim(gate_dataset) delimited by size
            into audit_key_param
    end-if
    move "FAILURE" to audit_result
    call "write_audit_log" using gate_program, audit_key_param, audit_result
    goback.
