*>                      file lint, checkpoint manager, and the new
*>                      operations status screen -- and the choice
*>                      field grew to two digits to hold it.
*> Oct. 15, 2026 - BW - training mode at sign-on: a session that asks
*>                      for it runs every option inside the training
*>                      area ("training/", which training_reset_job
*>                      builds from its known starting state) instead
*>                      of against the live masters, registers, and
*>                      control files, with every audit and run-stats
*>                      entry stamped TRAINING. The sign-on into
*>                      training is audited on the live log.

identification division.
program-id. front_end.
77 rule_level pic 9. *> a LEVEL rule's minimum level
77 auth_k pic s9(4) comp. *> index over the option flags
77 auth_audit_name pic x(30) value "menu_authorization". *> refused choices audited under this name
77 training_reply pic x(4). *> the operator's answer to the training-mode question
77 training_mode pic 9 value 0. *> 1 when the session runs inside the training area
77 training_directory pic x(20) value "training". *> the training area, beside the live files
77 training_marker pic x(40) value "training/training_area.txt". *> training_reset_job's mark on the area
*> per-option gate worked out once after sign-on: the minimum level
*> each option demands, and whether this session may use it
01 option-auth-table.
        goback
    end-if

    *> training mode: everything from here on, the authorization
    *> profile included, reads and writes the training area's copies
    display "Training mode (practice data only)? (Y/N): " with no advancing
    accept training_reply
    if training_reply = "Y" or training_reply = "y"
        call "CBL_CHECK_FILE_EXIST" using training_marker, profile_check_buffer
        if return-code not = 0
            display "No training area is set up; have a supervisor run"
                " training_reset_job. Session closed."
            goback
        end-if
        move spaces to audit_key_param
        string function trim(signon_id) delimited by size
               " TRAINING" delimited by size
            into audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        call "CBL_CHANGE_DIR" using training_directory
        if return-code not = 0
            display "The training area could not be entered; session closed."
            goback
        end-if
        move 1 to training_mode
    end-if

    *> work the authorization profile out once for this session:
    *> every option opens to a level meeting its LEVEL rule, or to an
    *> operator named on an ALLOW grant for it; the exit is always

    perform until menu_choice = 16
        display " "
        if training_mode = 1
            display "*** TRAINING MODE -- practice data, nothing here is live ***"
        end-if
        if option_allowed(1) = 1
            display " 1. Convert roman numerals"
        end-if
