*> privileged_action_report.cob
*>
*> The daily privileged-action review: every level-2 action taken on
*> one business day -- the previous one unless the operator names
*> another -- straight off the audit log and its monthly
*> generations, one line per action with its time, operator,
*> program, and key parameter, and how far the supervisors' review
*> of it has got (privileged_review_screen, kept on
*> privileged_review_signoffs.txt). A privileged action is a
*> successful entry under one of the level-2 programs
*> (privileged-programs.cpy: purges, checkpoint clears, control-file
*> and value-table edits, operator maintenance, and the rest), or a
*> supervisor's override wherever it was taken: a sign-off gate
*> OVERRIDE, or an eratosthenes CAPACITY OVERRIDE. Written to
*> privileged_review_<yyyymmdd>.txt.
*>
*> Every business day on the kept logs (the live log and the two
*> monthly generations before this month's) with an action still
*> unreviewed more than PRIV_REVIEW_DAYS business days later
*> (archive_purge_params.txt, default 2; 0 = never) is listed as
*> overdue and raised as a PRIV-UNREVD error on the exceptions
*> dataset, and the run fails so the scheduler sees it.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. privileged_action_report.

environment division.
input-output section.
file-control.
    select audit_file assign audit_identifier
    organization is line sequential.

    select signoff_file assign signoff_identifier
    organization is line sequential.

    select report_file assign report_identifier
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

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
copy "privileged-programs.cpy".
*> the review day's actions, for the detail lines
01 action-table.
    05 action-entry occurs 1000 times.
        10 act_time pic 9(8).
        10 act_operator pic x(20).
        10 act_program pic x(30).
        10 act_param pic x(40).
        10 act_sequence pic 9(9).
        10 act_decision pic x(8).
        10 act_reviewer pic x(20).
*> the supervisors' decisions, the latest for each action kept
01 signoff-table.
    05 signoff-entry occurs 3000 times.
        10 so_action_date pic 9(8).
        10 so_sequence pic 9(9).
        10 so_decision pic x(8).
        10 so_reviewer pic x(20).
*> every day on the kept logs with a privileged action
01 day-table.
    05 day-entry occurs 200 times.
        10 dy_date pic 9(8).
        10 dy_actions pic 9(6).
        10 dy_open pic 9(6).
77 action_count pic s9(4) comp value 0. *> the review day's actions held
77 action_overflow pic 9(6) value 0. *> the review day's actions past the table
77 signoff_count pic s9(4) comp value 0. *> decisions held
77 day_count pic s9(4) comp value 0. *> days held
77 action_k pic s9(4) comp. *> index over the actions
77 signoff_k pic s9(4) comp. *> index over the decisions
77 day_k pic s9(4) comp. *> index over the days
77 privileged_k pic s9(4) comp. *> index over the privileged programs
77 match_k pic s9(4) comp. *> the decision or day located, 0 if none
77 is_privileged pic 9. *> 1 when the audit entry is a privileged action
77 audit_identifier pic x(44). *> the audit file currently being read
77 signoff_identifier pic x(40) value "privileged_review_signoffs.txt". *> the supervisors' review decisions
77 report_identifier pic x(40). *> the printable review
77 review_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ask_date_text pic x(10). *> the review date, as keyed
77 review_date pic 9(8). *> the business day being reviewed
77 today_date pic 9(8). *> today's business date
77 day_integer pic 9(9). *> a candidate day, as a day count
77 previous_date pic 9(8). *> the day before the candidate
77 candidate_date pic 9(8). *> the candidate day, yyyymmdd
77 business_days pic 9(5). *> business days between two dates
77 months_back pic s9(4) comp. *> generations walked back so far
77 gen_year pic 9(4). *> the generation's year
77 gen_month pic 9(2). *> the generation's month
77 gen_yyyymm pic 9(6). *> the generation's yyyymm
77 param_identifier pic x(40) value "archive_purge_params.txt". *> the operations settings family
77 param_key pic x(20). *> setting being looked up
77 param_text pic x(30). *> its value, as text
77 param_found pic 9. *> 1 if the setting is on file
77 review_days pic 9(3). *> business days a day's actions may wait for review
77 reviewed_count pic 9(6) value 0. *> the review day's actions signed off
77 queried_count pic 9(6) value 0. *> of those, queried
77 overdue_count pic 9(6) value 0. *> days overdue for review
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_count_2 pic z(5)9. *> a second count on the same line
77 formatted_days pic zzzz9. *> business days, no leading zeroes
77 report_pointer pic s9(4) comp. *> where the next piece of a report line goes
77 exception_severity pic x(1) value "E". *> an overdue review is an error
77 exception_reason pic x(12) value "PRIV-UNREVD". *> the overdue review's reason
77 exception_key_values pic x(40). *> the day and its open actions
77 audit_program_name pic x(30) value "privileged_action_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the day reviewed, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
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

    move 2 to review_days
    move "PRIV_REVIEW_DAYS" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to review_days
    end-if

    perform load_signoffs

    *> the live log, then this month's predecessors, as the access
    *> recertification walks them
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, review_check_buffer
    if return-code = 0
        perform scan_audit_file
    end-if
    move today_date(1:4) to gen_year
    move today_date(5:2) to gen_month
    perform varying months_back from 1 by 1 until months_back > 2
        subtract 1 from gen_month
        if gen_month = 0
            move 12 to gen_month
            subtract 1 from gen_year
        end-if
        compute gen_yyyymm = gen_year * 100 + gen_month
        move spaces to audit_identifier
        string "audit_log_" delimited by size
               gen_yyyymm delimited by size
               ".txt" delimited by size
            into audit_identifier
        call "CBL_CHECK_FILE_EXIST" using audit_identifier, review_check_buffer
        if return-code = 0
            perform scan_audit_file
        end-if
    end-perform
    *> the review day may be older than the kept window above
    if review_date(1:6) < gen_yyyymm
        move spaces to audit_identifier
        string "audit_log_" delimited by size
               review_date(1:6) delimited by size
               ".txt" delimited by size
            into audit_identifier
        call "CBL_CHECK_FILE_EXIST" using audit_identifier, review_check_buffer
        if return-code = 0
            perform scan_audit_file
        end-if
    end-if

    move spaces to report_identifier
    string "privileged_review_" delimited by size
           review_date delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file

    move spaces to report_record
    string "Privileged-action review :: " delimited by size
           review_date delimited by size
        into report_text
    perform put_report_line
    move spaces to report_record
    move "  Time     Operator             Program                        Key parameter                            Review"
        to report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:120)
    perform put_report_line

    perform varying action_k from 1 by 1 until action_k > action_count
        perform print_action
    end-perform
    if action_count = 0
        move spaces to report_record
        move "  No privileged actions on the day." to report_text
        perform put_report_line
    end-if
    if action_overflow > 0
        move spaces to report_record
        move action_overflow to formatted_count
        string "  *** " delimited by size
               function trim(formatted_count) delimited by size
               " further action(s) past this report's table ***" delimited by size
            into report_text
        perform put_report_line
    end-if

    move spaces to report_record
    move all "-" to report_text(1:120)
    perform put_report_line
    compute formatted_count = action_count + action_overflow
    move reviewed_count to formatted_count_2
    move spaces to report_record
    move 1 to report_pointer
    string "  Actions :: " delimited by size
           function trim(formatted_count) delimited by size
           ", signed off " delimited by size
           function trim(formatted_count_2) delimited by size
        into report_text with pointer report_pointer
    move queried_count to formatted_count
    string " (" delimited by size
           function trim(formatted_count) delimited by size
           " queried)" delimited by size
        into report_text with pointer report_pointer
    perform put_report_line

    *> every kept day still waiting on its review past the margin
    if review_days > 0
        perform varying day_k from 1 by 1 until day_k > day_count
            if dy_open(day_k) > 0 and dy_date(day_k) < today_date
                call "count_business_days" using dy_date(day_k), today_date,
                    business_days
                if business_days > review_days
                    perform raise_overdue_day
                end-if
            end-if
        end-perform
    end-if
    if overdue_count = 0
        move spaces to report_record
        move "  No day is overdue for review." to report_text
        perform put_report_line
    end-if
    close report_file
    display "Privileged-action review :: " function trim(report_identifier)

    move spaces to audit_key_param
    move overdue_count to formatted_count
    string "review " delimited by size
           review_date delimited by size
           " overdue " delimited by size
           function trim(formatted_count) delimited by size
        into audit_key_param
    if overdue_count > 0
        move "FAILURE" to audit_result
    else
        move "SUCCESS" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    if overdue_count > 0
        move 1 to return-code
    else
        move 0 to return-code
    end-if
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
        move 0 to match_k
        perform varying signoff_k from 1 by 1 until signoff_k > signoff_count
            or match_k > 0
            if so_action_date(signoff_k) = ps_action_date
                and so_sequence(signoff_k) = ps_sequence
                move signoff_k to match_k
            end-if
        end-perform
        if match_k = 0
            if signoff_count < 3000
                add 1 to signoff_count
                move signoff_count to match_k
            else
                exit perform cycle
            end-if
        end-if
        move ps_action_date to so_action_date(match_k)
        move ps_sequence to so_sequence(match_k)
        move ps_decision to so_decision(match_k)
        move ps_reviewer to so_reviewer(match_k)
    end-perform
    close signoff_file.

*> the privileged actions on one audit file: onto the day table,
*> and onto the action table when they fall on the review day.
*> close-out records carry no result column and are passed over
scan_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_result not = "SUCCESS"
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

        move 0 to match_k
        perform varying signoff_k from 1 by 1 until signoff_k > signoff_count
            or match_k > 0
            if so_action_date(signoff_k) = audit_rec_date
                and so_sequence(signoff_k) = audit_rec_sequence
                move signoff_k to match_k
            end-if
        end-perform

        perform tally_day
        if audit_rec_date = review_date
            if action_count < 1000
                add 1 to action_count
                move audit_rec_time to act_time(action_count)
                move audit_rec_operator to act_operator(action_count)
                move audit_rec_program to act_program(action_count)
                move audit_rec_param to act_param(action_count)
                move audit_rec_sequence to act_sequence(action_count)
                if match_k > 0
                    move so_decision(match_k) to act_decision(action_count)
                    move so_reviewer(match_k) to act_reviewer(action_count)
                else
                    move spaces to act_decision(action_count),
                        act_reviewer(action_count)
                end-if
            else
                add 1 to action_overflow
            end-if
        end-if
    end-perform
    close audit_file.

*> the action onto its day, open unless a decision is on file
tally_day.
    perform varying day_k from 1 by 1 until day_k > day_count
        or dy_date(day_k) = audit_rec_date
        continue
    end-perform
    if day_k > day_count
        if day_count >= 200
            exit paragraph
        end-if
        add 1 to day_count
        move day_count to day_k
        move audit_rec_date to dy_date(day_k)
        move 0 to dy_actions(day_k), dy_open(day_k)
    end-if
    add 1 to dy_actions(day_k)
    if match_k = 0
        add 1 to dy_open(day_k)
    end-if.

*> one action's line, with where its review stands
print_action.
    move spaces to report_record
    move act_time(action_k)(1:2) to report_text(3:2)
    move ":" to report_text(5:1)
    move act_time(action_k)(3:2) to report_text(6:2)
    move ":" to report_text(8:1)
    move act_time(action_k)(5:2) to report_text(9:2)
    move act_operator(action_k) to report_text(12:20)
    move act_program(action_k) to report_text(33:30)
    move act_param(action_k) to report_text(64:40)
    if act_decision(action_k) = spaces
        move "awaiting" to report_text(105:8)
    else
        add 1 to reviewed_count
        if act_decision(action_k) = "QUERIED"
            add 1 to queried_count
        end-if
        string function trim(act_decision(action_k)) delimited by size
               " by " delimited by size
               function trim(act_reviewer(action_k)) delimited by size
            into report_text(105:28)
    end-if
    perform put_report_line.

*> a day with actions still unreviewed past the margin
raise_overdue_day.
    add 1 to overdue_count
    if overdue_count = 1
        move spaces to report_record
        perform put_report_line
        move spaces to report_record
        move "Days overdue for review:" to report_text
        perform put_report_line
    end-if
    move dy_open(day_k) to formatted_count
    move dy_actions(day_k) to formatted_count_2
    move business_days to formatted_days
    move spaces to report_record
    string "  " delimited by size
           dy_date(day_k) delimited by size
           " :: " delimited by size
           function trim(formatted_count) delimited by size
           " of " delimited by size
           function trim(formatted_count_2) delimited by size
           " action(s) unreviewed after " delimited by size
           function trim(formatted_days) delimited by size
           " business day(s)" delimited by size
        into report_text
    perform put_report_line

    move spaces to exception_key_values
    string "review " delimited by size
           dy_date(day_k) delimited by size
           " open " delimited by size
           function trim(formatted_count) delimited by size
        into exception_key_values
    call "write_exception" using audit_program_name, exception_severity,
        exception_reason, exception_key_values.

*> one line to the review file and the console
put_report_line.
    write report_record
    display function trim(report_text trailing).
