*> privileged_review_screen.cob
*>
*> The supervisors' side of the daily privileged-action review
*> (privileged_action_report): one business day's level-2 actions,
*> found on the audit log and its monthly generations the way the
*> report finds them, are listed, and each one is signed off as
*> REVIEWED or QUERIED -- a query carries a note saying what wants
*> explaining. Every decision is kept on
*> privileged_review_signoffs.txt (a later decision for the same
*> action supersedes an earlier one), under its lock, and audited.
*> The screen is a level-2 operation, and nobody reviews their own
*> actions.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. privileged_review_screen.

environment division.
input-output section.
file-control.
    select audit_file assign audit_identifier
    organization is line sequential.

    select signoff_file assign signoff_identifier
    organization is line sequential.

data division.
file section.
fd audit_file.
01 audit_record.
    05 audit_rec_date pic 9(8).
    05 audit_sep1 pic x(4).
    05 audit_rec_time pic 9(8).
    05 audit_sep2 pic x(4).
    05 audit_rec_operator pic x(20).
    05 audit_sep3 pic x(4).
    05 audit_rec_program pic x(30).
    05 audit_sep4 pic x(4).
    05 audit_rec_param pic x(40).
    05 audit_sep5 pic x(4).
    05 audit_rec_result pic x(7).
    05 audit_sep6 pic x(4).
    05 audit_rec_run_id pic 9(6).
    05 audit_sep7 pic x(4).
    05 audit_rec_business_date pic 9(8).
    05 audit_sep8 pic x(4).
    05 audit_rec_sequence pic 9(9).
    05 audit_sep9 pic x(4).
    05 audit_rec_check pic 9(9).

fd signoff_file.
01 signoff_record.
    05 ps_action_date pic 9(8).
    05 filler pic x(1).
    05 ps_sequence pic 9(9).
    05 filler pic x(1).
    05 ps_program pic x(30).
    05 filler pic x(1).
    05 ps_actor pic x(20).
    05 filler pic x(1).
    05 ps_decision pic x(8).
    05 filler pic x(1).
    05 ps_reviewer pic x(20).
    05 filler pic x(1).
    05 ps_date pic 9(8).
    05 filler pic x(1).
    05 ps_time pic 9(8).
    05 filler pic x(1).
    05 ps_note pic x(40).

working-storage section.
copy "privileged-programs.cpy".
*> the day's actions, with where each one's review stands
01 action-table.
    05 action-entry occurs 1000 times.
        10 act_time pic 9(8).
        10 act_operator pic x(20).
        10 act_program pic x(30).
        10 act_param pic x(40).
        10 act_sequence pic 9(9).
        10 act_decision pic x(8).
        10 act_reviewer pic x(20).
77 action_count pic s9(4) comp value 0. *> the day's actions held
77 action_k pic s9(4) comp. *> index over the actions
77 match_k pic s9(4) comp. *> the action being signed off
77 privileged_k pic s9(4) comp. *> index over the privileged programs
77 is_privileged pic 9. *> 1 when the audit entry is a privileged action
77 audit_identifier pic x(44). *> the audit file currently being read
77 signoff_identifier pic x(40) value "privileged_review_signoffs.txt". *> the supervisors' review decisions
77 review_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ask_date_text pic x(10). *> the review date, as keyed
77 review_date pic 9(8). *> the business day being reviewed
77 today_date pic 9(8). *> today's business date
77 day_integer pic 9(9). *> a candidate day, as a day count
77 previous_date pic 9(8). *> the day before the candidate
77 candidate_date pic 9(8). *> the candidate day, yyyymmdd
77 business_days pic 9(5). *> business days between two dates
77 menu_choice pic x(10). *> list, decide, all, or quit
77 work_number_text pic x(6). *> the action's line number, as keyed
77 work_decision pic x(10). *> reviewed or queried, as keyed
77 work_note pic x(40). *> what a query wants explained
77 formatted_line pic zzz9. *> the action's line number, no leading zeroes
77 open_count pic 9(6). *> actions still awaiting review
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the reviewing supervisor
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the sign-off register's lock
77 lock_name pic x(40) value "privileged_review_signoffs.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "privileged_review_screen". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "privileged_review_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the action and the decision, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    if session_level < 2
        display "Authorization level 2 is needed to review privileged actions; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to return-code
        goback
    end-if

    call "get_business_date" using today_date
    display "Review date (yyyymmdd, blank = the previous business day)?: "
        with no advancing
    accept ask_date_text
    if ask_date_text = spaces
        perform find_previous_business_day
    else
        if ask_date_text(1:8) is not numeric or ask_date_text(9:2) not = spaces
            or function test-date-yyyymmdd(function numval(ask_date_text(1:8))) not = 0
            display "Not a usable date."
            move 1 to return-code
            goback
        end-if
        move ask_date_text(1:8) to review_date
    end-if

    *> the live log, and the day's own month generation once it has
    *> been rotated away
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, review_check_buffer
    if return-code = 0
        perform scan_audit_file
    end-if
    move spaces to audit_identifier
    string "audit_log_" delimited by size
           review_date(1:6) delimited by size
           ".txt" delimited by size
        into audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, review_check_buffer
    if return-code = 0
        perform scan_audit_file
    end-if
    perform load_signoffs

    move 0 to open_count
    perform varying action_k from 1 by 1 until action_k > action_count
        if act_decision(action_k) = spaces
            add 1 to open_count
        end-if
    end-perform
    move action_count to formatted_count
    display "Privileged actions on " review_date " :: "
        function trim(formatted_count) with no advancing
    move open_count to formatted_count
    display ", awaiting review " function trim(formatted_count)

    display "Privileged review " review_date
        " (list/all/decide/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "list"
                perform list_actions
            when "all"
                perform review_all_open
            when "decide"
                perform decide_action
            when other
                display "Key list, all, decide, or quit."
        end-evaluate
        display "Privileged review " review_date
            " (list/all/decide/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform
    move 0 to return-code
    goback.

*> step back from today's business date to the business day before
*> it, on the processing calendar
find_previous_business_day.
    compute day_integer = function integer-of-date(today_date)
    perform forever
        subtract 1 from day_integer
        compute candidate_date = function date-of-integer(day_integer)
        compute previous_date = function date-of-integer(day_integer - 1)
        call "count_business_days" using previous_date, candidate_date,
            business_days
        if business_days = 1
            exit perform
        end-if
    end-perform
    move candidate_date to review_date.

*> the day's privileged actions on one audit file, as
*> privileged_action_report picks them out
scan_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_result not = "SUCCESS" or audit_rec_date not = review_date
            exit perform cycle
        end-if
        move 0 to is_privileged
        perform varying privileged_k from 1 by 1
            until privileged_k > privileged-program-count
            if audit_rec_program = privileged_program(privileged_k)
                move 1 to is_privileged
            end-if
        end-perform
        if audit_rec_param(1:9) = "OVERRIDE "
            or audit_rec_param(1:18) = "CAPACITY OVERRIDE "
            move 1 to is_privileged
        end-if
        if is_privileged = 0
            exit perform cycle
        end-if
        *> the live log and the generation never both hold an entry,
        *> but a day straddling a rotation must not list one twice
        move 0 to match_k
        perform varying action_k from 1 by 1 until action_k > action_count
            or match_k > 0
            if act_sequence(action_k) = audit_rec_sequence
                move action_k to match_k
            end-if
        end-perform
        if match_k = 0 and action_count < 1000
            add 1 to action_count
            move audit_rec_time to act_time(action_count)
            move audit_rec_operator to act_operator(action_count)
            move audit_rec_program to act_program(action_count)
            move audit_rec_param to act_param(action_count)
            move audit_rec_sequence to act_sequence(action_count)
            move spaces to act_decision(action_count), act_reviewer(action_count)
        end-if
    end-perform
    close audit_file.

*> the decisions so far; a later one for the same action supersedes
load_signoffs.
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, review_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input signoff_file
    perform forever
        read signoff_file
            at end exit perform
        end-read
        if ps_action_date not = review_date
            exit perform cycle
        end-if
        perform varying action_k from 1 by 1 until action_k > action_count
            if act_sequence(action_k) = ps_sequence
                move ps_decision to act_decision(action_k)
                move ps_reviewer to act_reviewer(action_k)
            end-if
        end-perform
    end-perform
    close signoff_file.

list_actions.
    perform varying action_k from 1 by 1 until action_k > action_count
        move action_k to formatted_line
        display "  " formatted_line " " act_time(action_k)(1:2) ":"
            act_time(action_k)(3:2) " " act_operator(action_k) " "
            function trim(act_program(action_k)) " :: "
            function trim(act_param(action_k)) with no advancing
        if act_decision(action_k) = spaces
            display "  (awaiting)"
        else
            display "  " function trim(act_decision(action_k)) " by "
                function trim(act_reviewer(action_k))
        end-if
    end-perform.

*> one action, picked by its line number on the list
decide_action.
    display "Action line number?: " with no advancing
    accept work_number_text
    if function trim(work_number_text) = spaces
        or function trim(work_number_text) is not numeric
        display "Key the line number the list shows."
        exit paragraph
    end-if
    move function numval(work_number_text) to match_k
    if match_k < 1 or match_k > action_count
        display "No such action on the list."
        exit paragraph
    end-if
    perform decide_one_action.

*> every action still awaiting review, in turn; a blank answer
*> passes one by, and an x stops
review_all_open.
    perform varying match_k from 1 by 1 until match_k > action_count
        if act_decision(match_k) = spaces
            perform decide_one_action
            if work_decision = "x"
                exit perform
            end-if
        end-if
    end-perform.

decide_one_action.
    move match_k to formatted_line
    display "  " formatted_line " " act_time(match_k)(1:2) ":"
        act_time(match_k)(3:2) " " function trim(act_operator(match_k))
        " :: " function trim(act_program(match_k)) " :: "
        function trim(act_param(match_k))
    if function trim(act_operator(match_k)) = function trim(session_operator)
        display "An action is not reviewed by the supervisor who took it; refused."
        move spaces to work_decision
        move spaces to audit_key_param
        string review_date delimited by size
               " " delimited by size
               act_sequence(match_k) delimited by size
               " DENIED OWN" delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        exit paragraph
    end-if
    display "Reviewed or queried (r/q, x to stop)?: " with no advancing
    accept work_decision
    move function lower-case(function trim(work_decision)) to work_decision
    move spaces to work_note
    evaluate work_decision
        when "r"
        when "reviewed"
            move "REVIEWED" to work_decision
            perform record_decision
        when "q"
        when "queried"
            display "What wants explaining?: " with no advancing
            accept work_note
            if work_note = spaces
                display "A query needs a note; not recorded."
            else
                move "QUERIED" to work_decision
                perform record_decision
            end-if
        when "x"
        when spaces
            continue
        when other
            display "Key r or q; not recorded."
    end-evaluate.

*> onto the sign-off register, under its lock, and the audit log
record_decision.
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the sign-off register lock after ten"
            " tries; appending unlocked. ***"
    end-if
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, review_check_buffer
    if return-code = 0
        open extend signoff_file
    else
        open output signoff_file
    end-if
    move spaces to signoff_record
    move review_date to ps_action_date
    move act_sequence(match_k) to ps_sequence
    move act_program(match_k) to ps_program
    move act_operator(match_k) to ps_actor
    move work_decision to ps_decision
    move session_operator to ps_reviewer
    accept ps_date from date yyyymmdd
    accept ps_time from time
    move work_note to ps_note
    write signoff_record
    close signoff_file
    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    end-if
    move work_decision to act_decision(match_k)
    move session_operator to act_reviewer(match_k)
    display "  " function trim(work_decision) " recorded."

    move spaces to audit_key_param
    string review_date delimited by size
           " " delimited by size
           act_sequence(match_k) delimited by size
           " " delimited by size
           function trim(work_decision) delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result.
