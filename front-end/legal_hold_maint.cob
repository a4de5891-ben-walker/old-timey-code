*> legal_hold_maint.cob
*>
*> Maintenance screen for the legal hold register
*> (legal_hold_register.txt). When legal puts a delivery, a set of
*> files, or a month of logs under litigation hold, the hold is
*> placed here -- instead of resting on someone remembering not to
*> run archive_purge_job -- and every job that deletes things asks
*> check_legal_hold before it does. A hold is a BATCH name, a FILE
*> name pattern ('*' and '?' wildcards), or a log MONTH (yyyymm),
*> with the reason legal gave and the date they expect to release
*> it. Any signed-on operator may place a hold (erring toward
*> keeping things is never the dangerous direction); releasing one
*> needs a supervisor at level 2. Placements, releases, and refused
*> releases are all audited. Released holds stay on the register,
*> marked RELEASED with who and when, as the record of the hold.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - placing or releasing a hold now takes the
*>                      register's lock, reloads the register, applies
*>                      the change, rewrites it, and frees the lock, so
*>                      a hold placed from another session is never
*>                      wiped out by a stale copy; a change that can't
*>                      get the lock is refused rather than rewritten
*>                      unlocked, and one that would drop entries past
*>                      the table is refused too. The list is reread
*>                      from the register each time.
*> Oct. 15, 2026 - BW - a release is picked and confirmed before the
*>                      register's lock is taken, then the hold is
*>                      found again under the lock; the audit entry
*>                      now names the hold actually released rather
*>                      than the slot past the end of the table.

identification division.
program-id. legal_hold_maint.

environment division.
input-output section.
file-control.
    select hold_file assign hold_identifier
    organization is line sequential.

data division.
file section.
fd hold_file.
01 hold_record.
    05 lh_number pic 9(6).
    05 filler pic x(1).
    05 lh_status pic x(8).
    05 filler pic x(1).
    05 lh_kind pic x(5).
    05 filler pic x(1).
    05 lh_pattern pic x(40).
    05 filler pic x(1).
    05 lh_placed_by pic x(20).
    05 filler pic x(1).
    05 lh_placed_date pic 9(8).
    05 filler pic x(1).
    05 lh_release_date pic 9(8).
    05 filler pic x(1).
    05 lh_released_by pic x(20).
    05 filler pic x(1).
    05 lh_released_on pic 9(8).
    05 filler pic x(1).
    05 lh_reason pic x(40).

working-storage section.
*> the register held whole while it is shown and edited; holds are
*> few, and released ones are rare enough to keep for good
01 hold-table.
    05 hold-entry occurs 500 times.
        10 ht_number pic 9(6).
        10 ht_status pic x(8).
        10 ht_kind pic x(5).
        10 ht_pattern pic x(40).
        10 ht_placed_by pic x(20).
        10 ht_placed_date pic 9(8).
        10 ht_release_date pic 9(8).
        10 ht_released_by pic x(20).
        10 ht_released_on pic 9(8).
        10 ht_reason pic x(40).
77 hold_identifier pic x(40) value "legal_hold_register.txt". *> the legal hold register
77 hold_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 hold_count pic s9(4) comp value 0. *> holds in the table
77 hold_overflow pic 9(6) value 0. *> holds on the register past the table
77 hold_k pic s9(4) comp. *> index over the hold table
77 slot_found pic 9. *> 1 once a table slot is located
77 highest_number pic 9(6) value 0. *> highest hold number on the register
77 menu_choice pic x(10). *> list, place, release, or quit
77 work_kind pic x(5). *> BATCH, FILE, or MONTH, as keyed
77 work_pattern pic x(40). *> batch name, file pattern, or yyyymm, as keyed
77 work_release_text pic x(8). *> expected release date, as keyed
77 work_reason pic x(40). *> legal's reason, as keyed
77 chosen_number pic 9(6). *> hold number picked for release
77 released_number pic 9(6). *> the hold released, for the audit log
77 released_pattern pic x(40). *> what it held, for the audit log
77 confirm_answer pic x(1). *> operator's Y/N on a release
77 today_date pic 9(8). *> today, for the register stamps
77 formatted_number pic z(5)9. *> hold number, no leading zeroes
77 held_count pic s9(4) comp. *> holds still in force, for the list
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the register's update lock
77 lock_name pic x(40) value "legal_hold_register.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "legal_hold_maint". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "legal_hold_maint". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the hold and the action, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    accept today_date from date yyyymmdd

    display "Legal holds (list/place/release/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "list"
                perform list_holds
            when "place"
                perform place_hold
            when "release"
                perform release_hold
            when other
                display "Key list, place, release, or quit."
        end-evaluate
        display "Legal holds (list/place/release/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform
    move 0 to return-code
    goback.

list_holds.
    perform load_hold_table
    move 0 to held_count
    perform varying hold_k from 1 by 1 until hold_k > hold_count
        move ht_number(hold_k) to formatted_number
        display function trim(formatted_number) ") "
            ht_status(hold_k) " " ht_kind(hold_k) " "
            function trim(ht_pattern(hold_k))
            " :: " function trim(ht_reason(hold_k))
        display "     placed by " function trim(ht_placed_by(hold_k))
            " on " ht_placed_date(hold_k)
            ", release expected " ht_release_date(hold_k)
        if ht_status(hold_k) = "RELEASED"
            display "     released by " function trim(ht_released_by(hold_k))
                " on " ht_released_on(hold_k)
        else
            add 1 to held_count
        end-if
    end-perform
    move held_count to formatted_number
    display function trim(formatted_number) " hold(s) in force."
    if hold_overflow > 0
        move hold_overflow to formatted_number
        display "*** " function trim(formatted_number)
            " further hold(s) on the register past this screen's table;"
            " not shown. ***"
    end-if.

place_hold.
    display "Hold a BATCH, a FILE pattern, or a log MONTH?: " with no advancing
    accept work_kind
    move function upper-case(work_kind) to work_kind
    display "Batch name, file pattern, or month (yyyymm)?: " with no advancing
    accept work_pattern
    move function trim(work_pattern) to work_pattern
    evaluate true
        when work_kind not = "BATCH" and work_kind not = "FILE"
            and work_kind not = "MONTH"
            display "A hold is on a BATCH, a FILE, or a MONTH; not placed."
        when work_pattern = spaces
            display "A hold needs something to hold; not placed."
        when work_kind = "MONTH"
            and (work_pattern(1:6) is not numeric
                or work_pattern(7:34) not = spaces)
            display "A month hold is keyed as yyyymm; not placed."
        when other
            display "Reason (as legal gave it)?: " with no advancing
            accept work_reason
            display "Expected release date (yyyymmdd, blank if open-ended)?: "
                with no advancing
            accept work_release_text
            *> the register as it stands now, held until it is rewritten
            perform take_hold_lock
            if lock_status not = 0
                display "*** Could not get the hold-register lock after ten"
                    " tries; not placed -- try again shortly. ***"
                move "PLACE LOCKED" to audit_key_param
                move "FAILURE" to audit_result
                call "write_audit_log" using audit_program_name, audit_key_param,
                    audit_result
                exit paragraph
            end-if
            perform load_hold_table
            if hold_overflow > 0 or hold_count >= 500
                display "*** The hold register is full; not placed. ***"
                perform free_hold_lock
                exit paragraph
            end-if
            add 1 to hold_count
            add 1 to highest_number
            move highest_number to ht_number(hold_count)
            move "HELD" to ht_status(hold_count)
            move work_kind to ht_kind(hold_count)
            move work_pattern to ht_pattern(hold_count)
            move session_operator to ht_placed_by(hold_count)
            move today_date to ht_placed_date(hold_count)
            if work_release_text is numeric
                move work_release_text to ht_release_date(hold_count)
            else
                move 0 to ht_release_date(hold_count)
            end-if
            move spaces to ht_released_by(hold_count)
            move 0 to ht_released_on(hold_count)
            move work_reason to ht_reason(hold_count)
            perform save_hold_table
            perform free_hold_lock
            move highest_number to formatted_number
            display "Hold " function trim(formatted_number) " placed on "
                function trim(work_kind) " " function trim(work_pattern)
            move spaces to audit_key_param
            string "PLACE " delimited by size
                   highest_number delimited by size
                   " " delimited by size
                   function trim(work_pattern) delimited by size
                into audit_key_param
            move "SUCCESS" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param,
                audit_result
    end-evaluate.

*> lifting a hold is the dangerous direction, so it takes a supervisor
release_hold.
    if session_level < 2
        display "Authorization level 2 is needed to release a legal hold; refused."
        move "DENIED RELEASE" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        exit paragraph
    end-if

    *> the hold is picked and confirmed off a fresh read; the lock is
    *> only taken once the operator has answered
    perform load_hold_table
    display "Hold number to release?: " with no advancing
    accept chosen_number
    perform find_held_hold
    if slot_found = 0
        display "No hold in force with that number."
        exit paragraph
    end-if
    display "Release the hold on " function trim(ht_kind(hold_k)) " "
        function trim(ht_pattern(hold_k)) "? (Y/N): "
        with no advancing
    accept confirm_answer
    if confirm_answer not = "Y" and confirm_answer not = "y"
        display "Left in force."
        exit paragraph
    end-if

    *> the register as it stands now, held until it is rewritten; the
    *> hold is found again, as another session may have released it
    perform take_hold_lock
    if lock_status not = 0
        display "*** Could not get the hold-register lock after ten"
            " tries; nothing released -- try again shortly. ***"
        move "RELEASE LOCKED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        exit paragraph
    end-if
    perform load_hold_table
    if hold_overflow > 0
        display "*** The hold register holds more than this screen can"
            " rewrite; nothing released. ***"
        perform free_hold_lock
        exit paragraph
    end-if
    perform find_held_hold
    if slot_found = 0
        display "That hold is no longer in force; nothing released."
        perform free_hold_lock
        exit paragraph
    end-if
    move "RELEASED" to ht_status(hold_k)
    move session_operator to ht_released_by(hold_k)
    move today_date to ht_released_on(hold_k)
    move ht_number(hold_k) to released_number
    move ht_pattern(hold_k) to released_pattern
    perform save_hold_table
    perform free_hold_lock
    display "Released; the housekeeping jobs may remove it again."
    move spaces to audit_key_param
    string "RELEASE " delimited by size
           released_number delimited by size
           " " delimited by size
           function trim(released_pattern) delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result.

*> hold_k at the hold in force numbered chosen_number, slot_found 1
*> when there is one
find_held_hold.
    move 0 to slot_found
    perform varying hold_k from 1 by 1
        until hold_k > hold_count or slot_found = 1
        if ht_number(hold_k) = chosen_number and ht_status(hold_k) = "HELD"
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from hold_k
    end-if.

load_hold_table.
    move 0 to hold_count, hold_overflow
    move 0 to highest_number
    call "CBL_CHECK_FILE_EXIST" using hold_identifier, hold_check_buffer
    if return-code = 0
        open input hold_file
        perform forever
            read hold_file
                at end exit perform
            end-read
            if lh_number > highest_number
                move lh_number to highest_number
            end-if
            if hold_count < 500
                add 1 to hold_count
                move lh_number to ht_number(hold_count)
                move lh_status to ht_status(hold_count)
                move lh_kind to ht_kind(hold_count)
                move lh_pattern to ht_pattern(hold_count)
                move lh_placed_by to ht_placed_by(hold_count)
                move lh_placed_date to ht_placed_date(hold_count)
                move lh_release_date to ht_release_date(hold_count)
                move lh_released_by to ht_released_by(hold_count)
                move lh_released_on to ht_released_on(hold_count)
                move lh_reason to ht_reason(hold_count)
            else
                add 1 to hold_overflow
            end-if
        end-perform
        close hold_file
    end-if.

*> rewritten only under the register's lock, taken before the reload
save_hold_table.
    open output hold_file
    perform varying hold_k from 1 by 1 until hold_k > hold_count
        move spaces to hold_record
        move ht_number(hold_k) to lh_number
        move ht_status(hold_k) to lh_status
        move ht_kind(hold_k) to lh_kind
        move ht_pattern(hold_k) to lh_pattern
        move ht_placed_by(hold_k) to lh_placed_by
        move ht_placed_date(hold_k) to lh_placed_date
        move ht_release_date(hold_k) to lh_release_date
        move ht_released_by(hold_k) to lh_released_by
        move ht_released_on(hold_k) to lh_released_on
        move ht_reason(hold_k) to lh_reason
        write hold_record
    end-perform
    close hold_file.

take_hold_lock.
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status.

free_hold_lock.
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status.
