*> access_recert_screen.cob
*>
*> The supervisors' side of the quarterly access recertification
*> (access_recert_report): each operator id on the master is signed
*> off for the quarter as KEEP, DOWNGRADE (to a lower level), or
*> DISABLE. A downgrade or a disable is applied to the operator
*> master there and then, written back in operator_maint's layout;
*> every decision is kept on recert_signoffs.txt (a later decision
*> for the same id and quarter supersedes an earlier one) and
*> audited. The screen is a level-2 operation, and nobody signs off
*> their own id.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. access_recert_screen.

environment division.
input-output section.
file-control.
    select master_file assign master_identifier
    organization is line sequential.

    select signoff_file assign signoff_identifier
    organization is line sequential.

data division.
file section.
fd master_file.
01 master_record.
    05 master_line pic x(80).

fd signoff_file.
01 signoff_record.
    05 so_quarter pic x(6).
    05 filler pic x(1).
    05 so_operator pic x(20).
    05 filler pic x(1).
    05 so_decision pic x(9).
    05 filler pic x(1).
    05 so_new_level pic 9.
    05 filler pic x(1).
    05 so_supervisor pic x(20).
    05 filler pic x(1).
    05 so_date pic 9(8).

working-storage section.
*> the master held whole, in operator_maint's own shape
01 master-table.
    05 master-entry occurs 100 times.
        10 mt_id pic x(20).
        10 mt_secret pic x(20).
        10 mt_level pic 9.
        10 mt_expiry pic 9(8).
        10 mt_failed pic 9.
        10 mt_disabled pic 9.
        10 mt_department pic x(8).
        10 mt_signoff pic x(9).
        10 mt_signoff_by pic x(20).
77 master_count pic s9(4) comp value 0. *> operators loaded from the master
77 table_k pic s9(4) comp. *> index over the master table
77 match_k pic s9(4) comp. *> table index of the operator being signed off
77 master_identifier pic x(40) value "operator_master.txt". *> the operator master file
77 signoff_identifier pic x(40) value "recert_signoffs.txt". *> the supervisors' recertification decisions
77 recert_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 line_id pic x(20). *> userid piece of a master line
77 line_secret pic x(20). *> hash piece of a master line
77 line_level pic x(4). *> level piece of a master line
77 line_expiry pic x(10). *> password-expiry piece of a master line
77 line_failed pic x(4). *> failed-attempt piece of a master line
77 line_disabled pic x(4). *> disabled-flag piece of a master line
77 line_department pic x(8). *> department piece of a master line
77 menu_choice pic x(10). *> list, decide, or quit
77 work_id pic x(20). *> operator id being signed off
77 work_decision pic x(10). *> keep, downgrade, or disable, as keyed
77 work_level_text pic x(4). *> the downgraded level, as keyed
77 work_level pic 9. *> the downgraded level
77 ask_quarter pic x(8). *> the quarter, as keyed (yyyyQn)
77 quarter_text pic x(6). *> the quarter, yyyyQn
77 quarter_year pic 9(4). *> the quarter's year
77 quarter_number pic 9. *> the quarter, 1 through 4
01 today_date pic 9(8). *> today, stamped on each decision
01 today_parts redefines today_date.
    05 today_year pic 9(4).
    05 today_month pic 9(2).
    05 today_day pic 9(2).
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the signing supervisor
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the sign-off register's lock
77 lock_name pic x(40) value "recert_signoffs.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "access_recert_screen". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "access_recert_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the id and the decision, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to master_count
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    if session_level < 2
        display "Authorization level 2 is needed to sign off access; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to return-code
        goback
    end-if
    accept today_date from date yyyymmdd

    display "Quarter (yyyyQn, blank = the last one ended)?: " with no advancing
    accept ask_quarter
    move function upper-case(ask_quarter) to ask_quarter
    if ask_quarter = spaces
        compute quarter_number = (today_month + 2) / 3
        move today_year to quarter_year
        subtract 1 from quarter_number
        if quarter_number = 0
            move 4 to quarter_number
            subtract 1 from quarter_year
        end-if
    else
        if ask_quarter(1:4) is not numeric or ask_quarter(5:1) not = "Q"
            or ask_quarter(6:1) < "1" or ask_quarter(6:1) > "4"
            or ask_quarter(7:2) not = spaces
            display "Not a usable quarter; key it as yyyyQn, e.g. 2026Q3."
            move 1 to return-code
            goback
        end-if
        move ask_quarter(1:4) to quarter_year
        move ask_quarter(6:1) to quarter_number
    end-if
    move spaces to quarter_text
    string quarter_year delimited by size
           "Q" delimited by size
           quarter_number delimited by size
        into quarter_text

    perform load_master_table
    perform load_signoffs

    display "Access recertification " quarter_text
        " (list/decide/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "list"
                perform list_operators
            when "decide"
                perform decide_operator
            when other
                display "Key list, decide, or quit."
        end-evaluate
        display "Access recertification " quarter_text
            " (list/decide/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform
    move 0 to return-code
    goback.

load_master_table.
    call "CBL_CHECK_FILE_EXIST" using master_identifier, recert_check_buffer
    if return-code = 0
        open input master_file
        perform forever
            read master_file
                at end exit perform
            end-read
            if function trim(master_line) not = spaces and master_count < 100
                add 1 to master_count
                move spaces to line_id, line_secret, line_level
                move spaces to line_expiry, line_failed, line_disabled
                move spaces to line_department
                unstring master_line delimited by "," into line_id,
                    line_secret, line_level, line_expiry, line_failed,
                    line_disabled, line_department
                move line_id to mt_id(master_count)
                move line_department to mt_department(master_count)
                move line_secret to mt_secret(master_count)
                move function numval(line_level) to mt_level(master_count)
                if function trim(line_expiry) = spaces
                    move 0 to mt_expiry(master_count)
                    move 0 to mt_failed(master_count)
                    move 0 to mt_disabled(master_count)
                else
                    move function numval(line_expiry)
                        to mt_expiry(master_count)
                    move function numval(line_failed)
                        to mt_failed(master_count)
                    move function numval(line_disabled)
                        to mt_disabled(master_count)
                end-if
                move spaces to mt_signoff(master_count),
                    mt_signoff_by(master_count)
            end-if
        end-perform
        close master_file
    end-if.

load_signoffs.
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, recert_check_buffer
    if return-code = 0
        open input signoff_file
        perform forever
            read signoff_file
                at end exit perform
            end-read
            if so_quarter not = quarter_text
                exit perform cycle
            end-if
            perform varying table_k from 1 by 1 until table_k > master_count
                if mt_id(table_k) = so_operator
                    move so_decision to mt_signoff(table_k)
                    move so_supervisor to mt_signoff_by(table_k)
                end-if
            end-perform
        end-perform
        close signoff_file
    end-if.

list_operators.
    perform varying table_k from 1 by 1 until table_k > master_count
        display "  " mt_id(table_k) " level " mt_level(table_k)
            " dept " mt_department(table_k) with no advancing
        if mt_disabled(table_k) = 1
            display " DISABLED" with no advancing
        end-if
        if mt_signoff(table_k) = spaces
            display "  (awaiting)"
        else
            display "  " function trim(mt_signoff(table_k)) " by "
                function trim(mt_signoff_by(table_k))
        end-if
    end-perform.

decide_operator.
    display "Operator id?: " with no advancing
    accept work_id
    move 0 to match_k
    perform varying table_k from 1 by 1 until table_k > master_count
        or match_k > 0
        if function trim(mt_id(table_k)) = function trim(work_id)
            move table_k to match_k
        end-if
    end-perform
    evaluate true
        when match_k = 0
            display "Not on the master :: " function trim(work_id)
        when function trim(mt_id(match_k)) = function trim(session_operator)
            display "An id is not recertified by its own holder; refused."
            move spaces to audit_key_param
            string function trim(work_id) delimited by size
                   " DENIED OWN ID" delimited by size
                into audit_key_param
            move "FAILURE" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param,
                audit_result
        when other
            display "Keep, downgrade, or disable (k/d/x)?: " with no advancing
            accept work_decision
            move function lower-case(function trim(work_decision))
                to work_decision
            evaluate work_decision
                when "k"
                when "keep"
                    move "KEEP" to work_decision
                    move mt_level(match_k) to work_level
                    perform record_decision
                when "d"
                when "downgrade"
                    display "New level (below " mt_level(match_k) ")?: "
                        with no advancing
                    accept work_level_text
                    if work_level_text(1:1) is not numeric
                        or work_level_text(2:3) not = spaces
                        or function numval(work_level_text)
                            >= mt_level(match_k)
                        display "A downgrade needs a level below the"
                            " current one; not recorded."
                    else
                        move function numval(work_level_text) to work_level
                        move "DOWNGRADE" to work_decision
                        move work_level to mt_level(match_k)
                        perform write_master_table
                        perform record_decision
                    end-if
                when "x"
                when "disable"
                    move "DISABLE" to work_decision
                    move mt_level(match_k) to work_level
                    move 1 to mt_disabled(match_k)
                    perform write_master_table
                    perform record_decision
                when other
                    display "Key k, d, or x; not recorded."
            end-evaluate
    end-evaluate.

*> onto the sign-off register, under its lock, and the audit log
record_decision.
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the sign-off register lock after ten"
            " tries; appending unlocked. ***"
    end-if
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, recert_check_buffer
    if return-code = 0
        open extend signoff_file
    else
        open output signoff_file
    end-if
    move spaces to signoff_record
    move quarter_text to so_quarter
    move mt_id(match_k) to so_operator
    move work_decision to so_decision
    move work_level to so_new_level
    move session_operator to so_supervisor
    move today_date to so_date
    write signoff_record
    close signoff_file
    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    end-if
    move work_decision to mt_signoff(match_k)
    move session_operator to mt_signoff_by(match_k)
    display function trim(mt_id(match_k)) " :: " function trim(work_decision)
        " recorded for " quarter_text

    move spaces to audit_key_param
    string function trim(mt_id(match_k)) delimited by size
           " recert " delimited by size
           function trim(work_decision) delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result.

*> written back in operator_maint's own layout
write_master_table.
    open output master_file
    perform varying table_k from 1 by 1 until table_k > master_count
        move spaces to master_record
        string function trim(mt_id(table_k)) delimited by size
               "," delimited by size
               function trim(mt_secret(table_k)) delimited by size
               "," delimited by size
               mt_level(table_k) delimited by size
               "," delimited by size
               mt_expiry(table_k) delimited by size
               "," delimited by size
               mt_failed(table_k) delimited by size
               "," delimited by size
               mt_disabled(table_k) delimited by size
               "," delimited by size
               function trim(mt_department(table_k)) delimited by size
            into master_line
        write master_record
    end-perform
    close master_file.
