*> master_correction_screen.cob
*>
*> Dual-control correction of single history records on the indexed
*> conversion master. Until now the only way to change
*> conversion_master.dat was to reload a batch through
*> load_conversion_master; when legal proves a loaded value wrong,
*> this screen is the sanctioned way to correct that one
*> master_numeral/master_seq record's decimal, or retire the record
*> outright. An operator keys the correction and it sits PENDING on
*> the correction register (master_corrections.txt) until a second,
*> different operator signed on at supervisor level (2) approves or
*> refuses it. Only an approval touches the master, under the same
*> conversion_master.lock the loader takes, and only if the record
*> still holds the value the correction was keyed against. The
*> register keeps the old value beside the new one for good, and
*> conversion_inquiry reads it to show a corrected or retired record
*> as such instead of as if the master had always said so. Every
*> keying, approval, and refusal is audited through write_audit_log.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the correction register's lock is now held from
*>                      the read to the write when a correction is
*>                      keyed or decided, and a session that can't
*>                      get it is refused rather than rewriting
*>                      unlocked, so a keyer and an approver working
*>                      at once can't overwrite each other's entries
*>                      or draw the same correction number. A keying
*>                      is appended to the register and a decision is
*>                      copied through a work file, so entries past
*>                      the working table are never dropped; only the
*>                      pending ones are loaded for a decision.
*> Oct. 15, 2026 - BW - a correction is matched to its record by batch
*>                      as well as numeral and load sequence, since a
*>                      sequence freed by a retirement or back-out can
*>                      be reused: an approval no longer lands on a
*>                      later record that took the same sequence.

identification division.
program-id. master_correction_screen.

environment division.
input-output section.
file-control.
    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    *> one line per correction ever keyed, pending or decided
    select corrections_file assign corrections_identifier
    organization is line sequential.

    *> scratch copy for applying a decision to the register
    select corrwork_file assign corrwork_identifier
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

fd corrections_file.
01 corrections_record.
    05 mc_number pic 9(6).
    05 filler pic x(1).
    05 mc_status pic x(8).
    05 filler pic x(1).
    05 mc_action pic x(7).
    05 filler pic x(1).
    05 mc_numeral pic x(30).
    05 filler pic x(1).
    05 mc_seq pic 9(4).
    05 filler pic x(1).
    05 mc_old_decimal pic 9(12).
    05 filler pic x(1).
    05 mc_new_decimal pic 9(12).
    05 filler pic x(1).
    05 mc_keyed_by pic x(20).
    05 filler pic x(1).
    05 mc_keyed_date pic 9(8).
    05 filler pic x(1).
    05 mc_decided_by pic x(20).
    05 filler pic x(1).
    05 mc_decided_date pic 9(8).
    05 filler pic x(1).
    05 mc_batch pic x(40).
    05 filler pic x(1).
    05 mc_reason pic x(40).

fd corrwork_file.
01 corrwork_record.
    05 corrwork_line pic x(227).

working-storage section.
*> the register's entries in hand for listing or deciding; a
*> decision loads only the pending ones
01 correction-table.
    05 correction-entry occurs 500 times.
        10 cr_number pic 9(6).
        10 cr_status pic x(8).
        10 cr_action pic x(7).
        10 cr_numeral pic x(30).
        10 cr_seq pic 9(4).
        10 cr_old_decimal pic 9(12).
        10 cr_new_decimal pic 9(12).
        10 cr_keyed_by pic x(20).
        10 cr_keyed_date pic 9(8).
        10 cr_decided_by pic x(20).
        10 cr_decided_date pic 9(8).
        10 cr_batch pic x(40).
        10 cr_reason pic x(40).
77 corrections_identifier pic x(40) value "master_corrections.txt". *> the correction register
77 master_identifier pic x(40) value "conversion_master.dat". *> for the existence check only
77 correction_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 corrwork_identifier pic x(40) value "master_corrections_work.txt". *> scratch copy for a decision
77 correction_count pic s9(4) comp value 0. *> entries in the table
77 correction_overflow pic 9(6) value 0. *> entries past the table
77 pending_only pic 9 value 0. *> 1 when only pending entries are loaded
77 correction_k pic s9(4) comp. *> index over the correction table
77 chosen_k pic s9(4) comp. *> table slot of the correction being decided
77 slot_found pic 9. *> 1 once a table slot is located
77 highest_number pic 9(6). *> highest correction number on the register
77 pending_count pic s9(4) comp. *> pending corrections listed for a decision
77 screen_action pic x(1). *> K = key, A = approve/refuse, L = list, Q = quit
77 keyed_numeral pic x(30). *> numeral as keyed by the operator
77 keyed_seq pic 9(4). *> history sequence keyed by the operator
77 keyed_action pic x(1). *> C = correct the decimal, R = retire the record
77 keyed_decimal pic x(12). *> corrected decimal as keyed
77 decimal_length pic s9(4) comp. *> trimmed length of the keyed decimal
77 keyed_reason pic x(40). *> why the record is wrong, for the register
77 chosen_number pic 9(6). *> correction number picked for a decision
77 decision_answer pic x(1). *> A = approve, R = refuse
77 master_ok pic 9. *> 1 once the master record has been read
77 today_date pic 9(8). *> today, for the register stamps
77 formatted_number pic z(5)9. *> correction number, no leading zeroes
77 formatted_seq pic z(3)9. *> load sequence, no leading zeroes
77 formatted_old pic z(11)9. *> old decimal, no leading zeroes
77 formatted_new pic z(11)9. *> new decimal, no leading zeroes
77 formatted_line pic z(8)9. *> results line reference, no leading zeroes
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the update locks
77 lock_name pic x(40). *> the register's or the master's lock
77 lock_owner pic x(30) value "master_correction_screen". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "master_correction_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the correction acted on, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "CBL_CHECK_FILE_EXIST" using master_identifier, correction_check_buffer
    if return-code not = 0
        display "No conversion master on file; run load_conversion_master first."
        goback.

    *> dual control means knowing who is at the keyboard; an
    *> anonymous session can neither key nor approve
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    if session_operator = spaces
        display "Sign on first; master corrections need a known operator."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    move 0 to return-code
    display "Key, approve, or list master corrections (K/A/L, Q = quit)?: "
        with no advancing accept screen_action
    perform until function upper-case(screen_action) = "Q"
        evaluate function upper-case(screen_action)
            when "K"
                perform key_correction
            when "A"
                perform decide_correction
            when "L"
                move 0 to pending_only
                perform load_corrections
                perform list_corrections
            when other
                display "Key K, A, L, or Q."
        end-evaluate
        display "Key, approve, or list master corrections (K/A/L, Q = quit)?: "
            with no advancing accept screen_action
    end-perform
    goback.

*> key one correction against a master record and leave it pending
key_correction.
    display "Numeral of the record to correct?: " with no advancing
    accept keyed_numeral
    move function upper-case(function trim(keyed_numeral)) to keyed_numeral
    display "History sequence (load number) of the record?: " with no advancing
    accept keyed_seq

    move 0 to master_ok
    open input master_file
    move keyed_numeral to master_numeral
    move keyed_seq to master_seq
    read master_file
        invalid key
            display "Not on file :: " function trim(keyed_numeral)
                " load " keyed_seq
        not invalid key
            move 1 to master_ok
    end-read
    close master_file
    if master_ok = 0
        move "NOT ON FILE" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    else
        move master_decimal to formatted_old
        move master_line to formatted_line
        move master_seq to formatted_seq
        display function trim(master_numeral) " :: "
            function trim(formatted_old)
            " :: load " function trim(formatted_seq)
            " batch " function trim(master_batch)
            " line " function trim(formatted_line)
            " loaded " master_date

        *> the register is held from the read to the write, so two
        *> operators keying at once can't draw the same number
        perform take_register_lock
        if lock_status not = 0
            display "*** Could not get the correction-register lock after ten"
                " tries; nothing keyed -- try again shortly. ***"
            move "KEY LOCKED" to audit_key_param
            move "FAILURE" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param, audit_result
            exit paragraph
        end-if

        *> a second correction on top of an undecided one would leave
        *> the approver guessing which old value is the real one
        move 1 to pending_only
        perform load_corrections
        if correction_overflow > 0
            display "*** More pending corrections than this screen holds;"
                " decide some before keying more. Nothing keyed. ***"
            perform free_register_lock
            exit paragraph
        end-if
        move 0 to slot_found
        perform varying correction_k from 1 by 1
            until correction_k > correction_count or slot_found = 1
            if cr_status(correction_k) = "PENDING"
                and cr_numeral(correction_k) = master_numeral
                and cr_seq(correction_k) = master_seq
                and cr_batch(correction_k) = master_batch
                move 1 to slot_found
            end-if
        end-perform
        if slot_found = 1
            subtract 1 from correction_k
            move cr_number(correction_k) to formatted_number
            display "Correction " function trim(formatted_number)
                " is already pending against that record; decide it first."
        else
            display "Correct its decimal or retire the record (C/R)?: "
                with no advancing accept keyed_action
            move function upper-case(keyed_action) to keyed_action
            move spaces to keyed_decimal
            if keyed_action = "C"
                display "Corrected decimal value?: " with no advancing
                accept keyed_decimal
                move function trim(keyed_decimal) to keyed_decimal
                move function length(function trim(keyed_decimal)) to decimal_length
            end-if
            evaluate true
                when keyed_action not = "C" and keyed_action not = "R"
                    display "Nothing keyed."
                when keyed_action = "C"
                    and (keyed_decimal = spaces
                        or keyed_decimal(1:decimal_length) is not numeric)
                    display "The corrected value must be digits; nothing keyed."
                when keyed_action = "C"
                    and function numval(keyed_decimal) = master_decimal
                    display "That is the value already on file; nothing keyed."
                when other
                    display "Reason for the correction?: " with no advancing
                    accept keyed_reason
                    accept today_date from date yyyymmdd
                    add 1 to highest_number
                    move spaces to corrections_record
                    move highest_number to mc_number
                    move "PENDING" to mc_status
                    if keyed_action = "C"
                        move "CORRECT" to mc_action
                        move function numval(keyed_decimal) to mc_new_decimal
                    else
                        move "RETIRE" to mc_action
                        move 0 to mc_new_decimal
                    end-if
                    move master_numeral to mc_numeral
                    move master_seq to mc_seq
                    move master_decimal to mc_old_decimal
                    move session_operator to mc_keyed_by
                    move today_date to mc_keyed_date
                    move spaces to mc_decided_by
                    move 0 to mc_decided_date
                    move master_batch to mc_batch
                    move keyed_reason to mc_reason
                    perform append_correction
                    move highest_number to formatted_number
                    display "Correction " function trim(formatted_number)
                        " keyed; it waits for a second operator at level 2."
                    move spaces to audit_key_param
                    string "KEYED " delimited by size
                           highest_number delimited by size
                           " " delimited by size
                           master_numeral delimited by space
                        into audit_key_param
                    move "SUCCESS" to audit_result
                    call "write_audit_log" using audit_program_name,
                        audit_key_param, audit_result
            end-evaluate
        end-if
        perform free_register_lock
    end-if.

*> a second operator at supervisor level approves or refuses one
*> pending correction; only an approval touches the master
decide_correction.
    if session_level < 2
        display "Authorization level 2 is needed to decide a correction; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    else
        *> held from the read to the write, as for a keying
        perform take_register_lock
        if lock_status not = 0
            display "*** Could not get the correction-register lock after ten"
                " tries; nothing decided -- try again shortly. ***"
            move "DECIDE LOCKED" to audit_key_param
            move "FAILURE" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param, audit_result
            exit paragraph
        end-if
        move 1 to pending_only
        perform load_corrections
        if correction_overflow > 0
            move correction_overflow to formatted_number
            display "*** " function trim(formatted_number)
                " further pending correction(s) past this screen's table;"
                " decide these first. ***"
        end-if
        move 0 to pending_count
        perform varying correction_k from 1 by 1 until correction_k > correction_count
            if cr_status(correction_k) = "PENDING"
                add 1 to pending_count
                perform show_correction
            end-if
        end-perform
        if pending_count = 0
            display "No corrections are pending."
        else
            display "Correction number to decide (0 = none)?: " with no advancing
            accept chosen_number
            move 0 to slot_found
            perform varying chosen_k from 1 by 1
                until chosen_k > correction_count or slot_found = 1
                if cr_number(chosen_k) = chosen_number
                    and cr_status(chosen_k) = "PENDING"
                    move 1 to slot_found
                end-if
            end-perform
            if slot_found = 1
                subtract 1 from chosen_k
            end-if
            evaluate true
                when chosen_number = 0
                    continue
                when slot_found = 0
                    display "No such pending correction."
                when cr_keyed_by(chosen_k) = session_operator
                    *> the whole point: nobody approves their own keying
                    display "You keyed that correction; a different operator"
                        " must decide it. Refused."
                    move spaces to audit_key_param
                    string "SELF-APPROVE " delimited by size
                           cr_number(chosen_k) delimited by size
                        into audit_key_param
                    move "FAILURE" to audit_result
                    call "write_audit_log" using audit_program_name,
                        audit_key_param, audit_result
                when other
                    display "Approve or refuse it (A/R)?: " with no advancing
                    accept decision_answer
                    evaluate function upper-case(decision_answer)
                        when "A"
                            perform apply_correction
                        when "R"
                            move "REFUSED" to cr_status(chosen_k)
                            perform record_decision
                            display "Correction refused; the master is unchanged."
                        when other
                            display "Left pending."
                    end-evaluate
            end-evaluate
        end-if
        perform free_register_lock
    end-if.

*> apply an approved correction to the master, under the loader's
*> lock, and only if the record still says what it said when keyed
apply_correction.
    move "conversion_master.lock" to lock_name
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the conversion-master lock after ten"
            " tries; a load is running. Left pending -- approve it"
            " when the load finishes. ***"
        move spaces to audit_key_param
        string "APPROVE " delimited by size
               cr_number(chosen_k) delimited by size
               " LOCKED" delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    else
        move 0 to master_ok
        open i-o master_file
        move cr_numeral(chosen_k) to master_numeral
        move cr_seq(chosen_k) to master_seq
        read master_file
            invalid key
                display "*** That record is no longer on the master;"
                    " left pending. ***"
            not invalid key
                if master_decimal not = cr_old_decimal(chosen_k)
                    or master_batch not = cr_batch(chosen_k)
                    display "*** The record no longer holds the value the"
                        " correction was keyed against; left pending. ***"
                else
                    move 1 to master_ok
                end-if
        end-read
        if master_ok = 1
            if cr_action(chosen_k) = "RETIRE"
                delete master_file
                    invalid key move 0 to master_ok
                end-delete
            else
                move cr_new_decimal(chosen_k) to master_decimal
                rewrite master_record
                    invalid key move 0 to master_ok
                end-rewrite
            end-if
        end-if
        close master_file
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status

        if master_ok = 1
            move "APPROVED" to cr_status(chosen_k)
            perform record_decision
            move cr_number(chosen_k) to formatted_number
            if cr_action(chosen_k) = "RETIRE"
                display "Correction " function trim(formatted_number)
                    " approved; the record is retired from the master."
            else
                display "Correction " function trim(formatted_number)
                    " approved; the master record now carries the corrected value."
            end-if
        else
            move spaces to audit_key_param
            string "APPROVE " delimited by size
                   cr_number(chosen_k) delimited by size
                   " STALE" delimited by size
                into audit_key_param
            move "FAILURE" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        end-if
    end-if.

*> stamp the decision on the register and audit it
record_decision.
    accept today_date from date yyyymmdd
    move session_operator to cr_decided_by(chosen_k)
    move today_date to cr_decided_date(chosen_k)
    perform rewrite_decision
    move spaces to audit_key_param
    string function trim(cr_status(chosen_k)) delimited by size
           " " delimited by size
           cr_number(chosen_k) delimited by size
           " " delimited by size
           cr_numeral(chosen_k) delimited by space
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> every correction on the register, newest last
list_corrections.
    if correction_count = 0
        display "No corrections on the register."
    else
        perform varying correction_k from 1 by 1 until correction_k > correction_count
            perform show_correction
        end-perform
        if correction_overflow > 0
            move correction_overflow to formatted_number
            display "*** " function trim(formatted_number)
                " further correction(s) on the register past this"
                " screen's table; not shown. ***"
        end-if
    end-if.

show_correction.
    move cr_number(correction_k) to formatted_number
    move cr_seq(correction_k) to formatted_seq
    move cr_old_decimal(correction_k) to formatted_old
    move cr_new_decimal(correction_k) to formatted_new
    if cr_action(correction_k) = "RETIRE"
        display function trim(formatted_number) ") "
            cr_status(correction_k) " :: retire "
            function trim(cr_numeral(correction_k))
            " load " function trim(formatted_seq)
            " (" function trim(formatted_old) ")"
    else
        display function trim(formatted_number) ") "
            cr_status(correction_k) " :: "
            function trim(cr_numeral(correction_k))
            " load " function trim(formatted_seq)
            " " function trim(formatted_old)
            " -> " function trim(formatted_new)
    end-if
    display "     keyed by " function trim(cr_keyed_by(correction_k))
        " on " cr_keyed_date(correction_k)
        " :: " function trim(cr_reason(correction_k))
    if cr_status(correction_k) not = "PENDING"
        display "     " function trim(cr_status(correction_k))
            " by " function trim(cr_decided_by(correction_k))
            " on " cr_decided_date(correction_k)
    end-if.

*> read the register into the table -- every entry, or only the
*> pending ones -- noting the highest number used across all of it
load_corrections.
    move 0 to correction_count, correction_overflow
    move 0 to highest_number
    call "CBL_CHECK_FILE_EXIST" using corrections_identifier, correction_check_buffer
    if return-code = 0
        open input corrections_file
        perform forever
            read corrections_file
                at end exit perform
            end-read
            if mc_number > highest_number
                move mc_number to highest_number
            end-if
            if pending_only = 1 and mc_status not = "PENDING"
                exit perform cycle
            end-if
            if correction_count < 500
                add 1 to correction_count
                move mc_number to cr_number(correction_count)
                move mc_status to cr_status(correction_count)
                move mc_action to cr_action(correction_count)
                move mc_numeral to cr_numeral(correction_count)
                move mc_seq to cr_seq(correction_count)
                move mc_old_decimal to cr_old_decimal(correction_count)
                move mc_new_decimal to cr_new_decimal(correction_count)
                move mc_keyed_by to cr_keyed_by(correction_count)
                move mc_keyed_date to cr_keyed_date(correction_count)
                move mc_decided_by to cr_decided_by(correction_count)
                move mc_decided_date to cr_decided_date(correction_count)
                move mc_batch to cr_batch(correction_count)
                move mc_reason to cr_reason(correction_count)
            else
                add 1 to correction_overflow
            end-if
        end-perform
        close corrections_file
    end-if.

*> a newly keyed correction, already in the register record, onto
*> the end of the register
append_correction.
    call "CBL_CHECK_FILE_EXIST" using corrections_identifier, correction_check_buffer
    if return-code = 0
        open extend corrections_file
    else
        open output corrections_file
    end-if
    write corrections_record
    close corrections_file.

*> the decision onto its register entry: copy the register to the
*> work file with the decided entry stamped, then copy it back
rewrite_decision.
    open input corrections_file
    open output corrwork_file
    perform forever
        read corrections_file
            at end exit perform
        end-read
        if mc_number = cr_number(chosen_k)
            move cr_status(chosen_k) to mc_status
            move cr_decided_by(chosen_k) to mc_decided_by
            move cr_decided_date(chosen_k) to mc_decided_date
        end-if
        move corrections_record to corrwork_record
        write corrwork_record
    end-perform
    close corrections_file, corrwork_file

    open input corrwork_file
    open output corrections_file
    perform forever
        read corrwork_file
            at end exit perform
        end-read
        move corrwork_record to corrections_record
        write corrections_record
    end-perform
    close corrwork_file, corrections_file
    call "CBL_DELETE_FILE" using corrwork_identifier.

*> the register's update lock, held from the read to the write
take_register_lock.
    move "master_corrections.lock" to lock_name
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status.

free_register_lock.
    move "master_corrections.lock" to lock_name
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status.
