*>                      refused outright instead of being quietly
*>                      truncated to the first two hundred lines on
*>                      the post-acknowledgment rewrite.
*> Oct. 15, 2026 - BW - the rewrite now takes the dataset's lock
*>                      (exceptions.lock) and reads the dataset again
*>                      under it: entries raised while the screen was
*>                      open are kept, and if the entries on the
*>                      screen are no longer the ones on file
*>                      (register_compaction_job moved some out) the
*>                      acknowledgments are not saved and the operator
*>                      is told to come back.
*> Oct. 15, 2026 - BW - each saved acknowledgment (one at a time or
*>                      under ALL) is logged on exception_acks.txt
*>                      with when it was made and by whom, so
*>                      exception_escalation_job can close off the
*>                      escalations and time how long they took.

identification division.
program-id. acknowledge_exceptions.
    select exceptions_file assign exceptions_identifier
    organization is line sequential.

    select acks_file assign acks_identifier
    organization is line sequential.

data division.
file section.
fd exceptions_file.
01 exceptions_record.
    05 exc_line pic x(106).

fd acks_file.
01 acks_record.
    05 ack_exception pic x(104).
    05 filler pic x(1).
    05 ack_date pic 9(8).
    05 filler pic x(1).
    05 ack_time pic 9(8).
    05 filler pic x(1).
    05 ack_operator pic x(20).

working-storage section.
*> the dataset held whole while it is rewritten with the new flags
01 exceptions-table.
    05 exceptions-entry occurs 200 times.
        10 exc-text pic x(106).
        10 exc-acked pic 9.
        10 exc-ack-date pic 9(8).
        10 exc-ack-time pic 9(8).
77 exceptions_identifier pic x(40) value "exceptions.txt". *> the shop-wide exceptions dataset
77 ack_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 exceptions_count pic s9(4) comp value 0. *> entries on the dataset
77 audit_program_name pic x(30) value "acknowledge_exceptions". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> what was acknowledged, for the audit log entry
77 audit_result pic x(7) value "SUCCESS". *> for the compliance audit log entry
77 lock_action pic x(4). *> TAKE or FREE, for the dataset's update lock
77 lock_name pic x(40) value "exceptions.lock". *> whoever creates it holds the dataset
77 lock_owner pic x(30) value "acknowledge_exceptions". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 reread_count pic s9(4) comp. *> entries read back under the lock
77 dataset_changed pic 9. *> 1 when the screen's entries no longer match the file
77 acks_identifier pic x(40) value "exception_acks.txt". *> the log of acknowledgments made
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator, for the acknowledgment log
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level

procedure division.
    call "CBL_CHECK_FILE_EXIST" using exceptions_identifier, ack_check_buffer
        if exceptions_count < 200
            add 1 to exceptions_count
            move exc_line to exc-text(exceptions_count)
            move 0 to exc-acked(exceptions_count)
        else
            add 1 to exceptions_overflow
        end-if
            perform until exceptions_k > exceptions_count
                if exc-text(exceptions_k)(1:1) not = "A"
                    move "A" to exc-text(exceptions_k)(1:1)
                    perform stamp_acknowledgment
                    add 1 to acks_done
                end-if
                add 1 to exceptions_k
                display "Already acknowledged."
            else
                move "A" to exc-text(chosen_entry)(1:1)
                move chosen_entry to exceptions_k
                perform stamp_acknowledgment
                add 1 to acks_done
                move exc-text(chosen_entry)(4:40) to audit_key_param
                call "write_audit_log" using audit_program_name, audit_key_param,
    end-perform

    if acks_done > 0
        move "TAKE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
        if lock_status not = 0
            display "*** Could not get the exceptions lock after ten tries;"
                " rewriting unlocked. ***"
        end-if

        *> what is on file now: the screen's entries first, as they
        *> were read, then anything raised since
        move 0 to reread_count, dataset_changed
        open input exceptions_file
        perform forever
            read exceptions_file
                at end exit perform
            end-read
            add 1 to reread_count
            if reread_count <= exceptions_count
                if exc_line(2:) not = exc-text(reread_count)(2:)
                    move 1 to dataset_changed
                end-if
            else
                if exceptions_count < 200
                    add 1 to exceptions_count
                    move exc_line to exc-text(exceptions_count)
                    move 0 to exc-acked(exceptions_count)
                else
                    move 1 to dataset_changed
                end-if
            end-if
        end-perform
        close exceptions_file
        if reread_count < exceptions_count
            move 1 to dataset_changed
        end-if

        if dataset_changed = 1
            display "The exceptions dataset changed while this screen was open;"
            display "the acknowledgments were not saved. Come back and make them again."
            move "NOT SAVED" to audit_key_param
            move "FAILURE" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param,
                audit_result
        else
            open output exceptions_file
            move 1 to exceptions_k
            perform until exceptions_k > exceptions_count
                move spaces to exceptions_record
                move exc-text(exceptions_k) to exc_line
                write exceptions_record
                add 1 to exceptions_k
            end-perform
            close exceptions_file
            perform log_acknowledgments
        end-if
        if lock_status = 0
            move "FREE" to lock_action
            call "take_file_lock" using lock_action, lock_name, lock_owner,
                lock_status
        end-if
    end-if
    goback.

stamp_acknowledgment.
    move 1 to exc-acked(exceptions_k)
    accept exc-ack-date(exceptions_k) from date yyyymmdd
    accept exc-ack-time(exceptions_k) from time.

*> only once the flags are safely on file: an acknowledgment that
*> was not saved was never made
log_acknowledgments.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    call "CBL_CHECK_FILE_EXIST" using acks_identifier, ack_check_buffer
    if return-code = 0
        open extend acks_file
    else
        open output acks_file
    end-if
    perform varying exceptions_k from 1 by 1 until exceptions_k > exceptions_count
        if exc-acked(exceptions_k) = 1
            move spaces to acks_record
            move exc-text(exceptions_k)(3:104) to ack_exception
            move exc-ack-date(exceptions_k) to ack_date
            move exc-ack-time(exceptions_k) to ack_time
            move session_operator to ack_operator
            write acks_record
        end-if
    end-perform
    close acks_file.
