*> access_recert_report.cob
*>
*> The quarterly operator access recertification, for the auditors
*> who want proof that every id on the operator master
*> (operator_master.txt) still needs its authorization level. One
*> line per operator: level, department, last successful sign-on,
*> failed-attempt count, password expiry, and status, then the menu
*> options the authorization profile (menu_auth_profile.txt) opens
*> to the id, then every privileged action (privileged-programs.cpy)
*> the id performed in the quarter, straight off the audit log and
*> its monthly generations. The supervisors' keep / downgrade /
*> disable decisions, taken on access_recert_screen and kept on
*> recert_signoffs.txt, print beside each line, so rerunning the
*> report shows how far the sign-off has got.
*>
*> Ids idle longer than DORMANT_DAYS (archive_purge_params.txt; 0 or
*> unset leaves them alone) -- no sign-on, add, reset, or enable on
*> the kept audit logs -- are disabled on the master, written back
*> and audited the way operator_maint disables an id. An id with no
*> activity at all is judged dormant only when the kept logs reach
*> back far enough to say so, and the last enabled level-2 id is
*> never disabled. Written to access_recert_<yyyy>Q<n>.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. access_recert_report.

environment division.
input-output section.
file-control.
    select master_file assign master_identifier
    organization is line sequential.

    select profile_file assign profile_identifier
    organization is line sequential.

    select audit_file assign audit_identifier
    organization is line sequential.

    select signoff_file assign signoff_identifier
    organization is line sequential.

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd master_file.
01 master_record.
    05 master_line pic x(80).

fd profile_file.
01 profile_record.
    05 profile_line pic x(60).

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
    05 audit_sep10 pic x(4).
    05 audit_rec_release pic 9(4).

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

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
copy "privileged-programs.cpy".
*> the master held whole, in operator_maint's own shape, so a
*> dormant id can be disabled and the master written back the way
*> that screen writes it
01 master-table.
    05 master-entry occurs 100 times.
        10 mt_id pic x(20).
        10 mt_secret pic x(20).
        10 mt_level pic 9.
        10 mt_expiry pic 9(8).
        10 mt_failed pic 9.
        10 mt_disabled pic 9.
        10 mt_department pic x(8).
        10 mt_last_signon pic 9(8).
        10 mt_last_activity pic 9(8).
        10 mt_privileged pic 9(4).
        10 mt_dormant_off pic 9.
        10 mt_signoff pic x(9).
        10 mt_signoff_level pic 9.
        10 mt_signoff_by pic x(20).
77 master_count pic s9(4) comp value 0. *> operators loaded from the master
77 table_k pic s9(4) comp. *> index over the master table
77 match_k pic s9(4) comp. *> the operator an audit entry speaks to, 0 if none
77 master_changed pic 9 value 0. *> 1 once a dormant id has been disabled
*> the quarter's privileged actions, for the detail lines
01 action-table.
    05 action-entry occurs 1000 times.
        10 act_operator_k pic s9(4) comp.
        10 act_date pic 9(8).
        10 act_time pic 9(8).
        10 act_program pic x(30).
        10 act_param pic x(40).
77 action_count pic s9(4) comp value 0. *> privileged actions held
77 action_k pic s9(4) comp. *> index over the actions
77 privileged_k pic s9(4) comp. *> index over the privileged programs
77 is_privileged pic 9. *> 1 when the entry's program is a privileged one
*> the authorization profile's rules, for each id's menu options
01 option-rule-table.
    05 option_min_level pic 9 occurs 15 times.
01 grant-table.
    05 grant-entry occurs 200 times.
        10 grant_operator pic x(20).
        10 grant_option pic 9(4).
77 grant_count pic s9(4) comp value 0. *> ALLOW grants on the profile
77 grant_k pic s9(4) comp. *> index over the grants
77 option_k pic s9(4) comp. *> index over the menu options
77 option_open pic 9. *> 1 when the id may use the option
77 listed_count pic s9(4) comp. *> options or grants put on the line so far
77 rule_kind pic x(10). *> LEVEL or ALLOW piece of a profile line
77 rule_field_2 pic x(20). *> option number or operator id piece
77 rule_field_3 pic x(20). *> minimum level or option number piece
77 rule_option pic 9(4). *> the option a rule speaks to
77 master_identifier pic x(40) value "operator_master.txt". *> the operator master file
77 profile_identifier pic x(40) value "menu_auth_profile.txt". *> which options each level or operator may use
77 audit_identifier pic x(44). *> the audit file currently being read
77 signoff_identifier pic x(40) value "recert_signoffs.txt". *> the supervisors' recertification decisions
77 report_identifier pic x(44). *> the quarter's recertification report
77 recert_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 param_identifier pic x(40) value "archive_purge_params.txt". *> the operations settings family
77 param_key pic x(20). *> setting being looked up
77 param_text pic x(30). *> its value, as text
77 param_found pic 9. *> 1 if the setting is on file
77 dormant_days pic 9(4) value 0. *> idle days before an id is disabled, 0 = never
77 line_id pic x(20). *> userid piece of a master line
77 line_secret pic x(20). *> hash piece of a master line
77 line_level pic x(4). *> level piece of a master line
77 line_expiry pic x(10). *> password-expiry piece of a master line
77 line_failed pic x(4). *> failed-attempt piece of a master line
77 line_disabled pic x(4). *> disabled-flag piece of a master line
77 line_department pic x(8). *> department piece of a master line
77 param_id pic x(20). *> operator piece of an operator_maint audit entry
77 param_action pic x(20). *> action piece of an operator_maint audit entry
77 ask_quarter pic x(8). *> the quarter, as keyed (yyyyQn)
77 quarter_text pic x(6). *> the quarter, yyyyQn
77 quarter_year pic 9(4). *> the quarter's year
77 quarter_number pic 9. *> the quarter, 1 through 4
77 quarter_start pic 9(8). *> first day of the quarter
77 quarter_end pic 9(8). *> last day of the quarter
01 today_date pic 9(8). *> today, for the dormancy measure
01 today_parts redefines today_date.
    05 today_year pic 9(4).
    05 today_month pic 9(2).
    05 today_day pic 9(2).
77 months_back pic 9(2). *> how many months behind today the generation walk is
77 gen_year pic 9(4). *> generation year piece
77 gen_month pic 9(2). *> generation month piece
77 gen_yyyymm pic 9(6). *> generation name piece
77 oldest_log_date pic 9(8) value 0. *> earliest entry on the kept logs
77 idle_days pic s9(7). *> days since the id's last activity
77 enabled_supervisors pic 9(4). *> enabled level-2 ids left
77 dormant_count pic 9(4) value 0. *> ids disabled as dormant this run
77 privileged_total pic 9(6) value 0. *> the quarter's privileged actions
77 signed_count pic 9(4) value 0. *> operators with a decision this quarter
77 text_pointer pic s9(4) comp. *> build position in a report line
77 option_edit pic z9. *> a menu option, no leading zeroes
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_small pic z(3)9. *> small counts, no leading zeroes
77 status_text pic x(12). *> ACTIVE, DISABLED, or DORMANT-OFF
77 audit_program_name pic x(30) value "access_recert_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the quarter and its counts, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to master_count, master_changed, action_count, grant_count,
        oldest_log_date, dormant_count, privileged_total, signed_count,
        dormant_days
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
    compute quarter_start = quarter_year * 10000
        + ((quarter_number - 1) * 3 + 1) * 100 + 1
    evaluate quarter_number
        when 1
            compute quarter_end = quarter_year * 10000 + 0331
        when 2
            compute quarter_end = quarter_year * 10000 + 0630
        when 3
            compute quarter_end = quarter_year * 10000 + 0930
        when other
            compute quarter_end = quarter_year * 10000 + 1231
    end-evaluate
    move spaces to quarter_text
    string quarter_year delimited by size
           "Q" delimited by size
           quarter_number delimited by size
        into quarter_text

    move "DORMANT_DAYS" to param_key
    call "read_control_param" using param_identifier, param_key, param_text,
        param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to dormant_days
    end-if

    perform load_master_table
    if master_count = 0
        display "No operators on the master :: " function trim(master_identifier)
        move 2 to return-code
        goback
    end-if
    perform load_profile_rules
    perform load_signoffs

    *> the live log first, then the monthly generations walking back
    *> two years, as audit_inquiry walks them
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, recert_check_buffer
    if return-code = 0
        perform scan_audit_file
    end-if
    move today_year to gen_year
    move today_month to gen_month
    perform varying months_back from 1 by 1 until months_back > 24
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
        call "CBL_CHECK_FILE_EXIST" using audit_identifier, recert_check_buffer
        if return-code = 0
            perform scan_audit_file
        end-if
    end-perform

    if dormant_days > 0
        perform disable_dormant_ids
    end-if
    perform write_master_table

    move spaces to report_identifier
    string "access_recert_" delimited by size
           quarter_text delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file
    move spaces to report_record
    string "Operator access recertification :: " delimited by size
           quarter_text delimited by size
           " (" delimited by size
           quarter_start delimited by size
           " - " delimited by size
           quarter_end delimited by size
           ")" delimited by size
        into report_text
    write report_record
    display report_text
    move spaces to report_record
    move "  Operator             Lvl Dept     Last sign-on Failed Expiry  "
        to report_text
    move "  Priv Status       Sign-off" to report_text(67:28)
    write report_record
    display report_text
    move spaces to report_record
    move all "-" to report_text(1:120)
    write report_record
    display report_text(1:120)

    perform varying table_k from 1 by 1 until table_k > master_count
        perform report_operator
    end-perform

    move spaces to report_record
    move all "-" to report_text(1:120)
    write report_record
    display report_text(1:120)
    move spaces to report_record
    move 1 to text_pointer
    move master_count to formatted_small
    string "Operators: " delimited by size
           function trim(formatted_small) delimited by size
        into report_text with pointer text_pointer
    move signed_count to formatted_small
    string " :: signed off: " delimited by size
           function trim(formatted_small) delimited by size
        into report_text with pointer text_pointer
    move privileged_total to formatted_count
    string " :: privileged actions: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer text_pointer
    move dormant_count to formatted_small
    string " :: disabled as dormant: " delimited by size
           function trim(formatted_small) delimited by size
        into report_text with pointer text_pointer
    write report_record
    display report_text
    close report_file
    display "Recertification report :: " function trim(report_identifier)

    move spaces to audit_key_param
    string quarter_text delimited by size
           " " delimited by size
           privileged_total delimited by size
           " priv, " delimited by size
           dormant_count delimited by size
           " dormant off" delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> bring the whole master in, as operator_maint does
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
                move 0 to mt_last_signon(master_count),
                    mt_last_activity(master_count),
                    mt_privileged(master_count),
                    mt_dormant_off(master_count),
                    mt_signoff_level(master_count)
                move spaces to mt_signoff(master_count),
                    mt_signoff_by(master_count)
            end-if
        end-perform
        close master_file
    end-if.

*> the menu's LEVEL rules and ALLOW grants, as front_end reads them
load_profile_rules.
    perform varying option_k from 1 by 1 until option_k > 15
        move 0 to option_min_level(option_k)
    end-perform
    call "CBL_CHECK_FILE_EXIST" using profile_identifier, recert_check_buffer
    if return-code = 0
        open input profile_file
        perform forever
            read profile_file
                at end exit perform
            end-read
            if function trim(profile_line) = spaces
                exit perform cycle
            end-if
            move spaces to rule_kind, rule_field_2, rule_field_3
            unstring profile_line delimited by "," into rule_kind,
                rule_field_2, rule_field_3
            move function upper-case(function trim(rule_kind)) to rule_kind
            evaluate rule_kind
                when "LEVEL"
                    move function numval(rule_field_2) to rule_option
                    if rule_option >= 1 and rule_option <= 15
                        move function numval(rule_field_3)
                            to option_min_level(rule_option)
                    end-if
                when "ALLOW"
                    move function numval(rule_field_3) to rule_option
                    if rule_option >= 1 and rule_option <= 15
                        and grant_count < 200
                        add 1 to grant_count
                        move function trim(rule_field_2)
                            to grant_operator(grant_count)
                        move rule_option to grant_option(grant_count)
                    end-if
            end-evaluate
        end-perform
        close profile_file
    end-if.

*> the quarter's decisions so far; a later line for an id supersedes
*> an earlier one
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
                    move so_new_level to mt_signoff_level(table_k)
                    move so_supervisor to mt_signoff_by(table_k)
                end-if
            end-perform
        end-perform
        close signoff_file
    end-if.

*> sign-ons and operator_maint's add/reset/enable keep an id alive;
*> a privileged program's successful entry inside the quarter is a
*> privileged action. close-out records carry no result column and
*> are passed over
scan_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_result not = "SUCCESS" and audit_rec_result not = "FAILURE"
            exit perform cycle
        end-if
        if audit_rec_date is numeric and audit_rec_date > 0
            and (oldest_log_date = 0 or audit_rec_date < oldest_log_date)
            move audit_rec_date to oldest_log_date
        end-if
        if audit_rec_result not = "SUCCESS"
            exit perform cycle
        end-if

        if audit_rec_program = "operator_signon"
            move audit_rec_param(1:20) to param_id
            perform find_param_operator
            if match_k > 0
                if audit_rec_date > mt_last_signon(match_k)
                    move audit_rec_date to mt_last_signon(match_k)
                end-if
                if audit_rec_date > mt_last_activity(match_k)
                    move audit_rec_date to mt_last_activity(match_k)
                end-if
            end-if
        end-if
        if audit_rec_program = "operator_maint"
            move spaces to param_id, param_action
            unstring audit_rec_param delimited by space into param_id,
                param_action
            if param_action = "add" or param_action = "reset"
                or param_action = "enable"
                perform find_param_operator
                if match_k > 0
                    and audit_rec_date > mt_last_activity(match_k)
                    move audit_rec_date to mt_last_activity(match_k)
                end-if
            end-if
        end-if

        if audit_rec_date >= quarter_start and audit_rec_date <= quarter_end
            move 0 to is_privileged
            perform varying privileged_k from 1 by 1
                until privileged_k > privileged-program-count
                if audit_rec_program = privileged_program(privileged_k)
                    move 1 to is_privileged
                end-if
            end-perform
            if is_privileged = 1
                move audit_rec_operator to param_id
                perform find_param_operator
                if match_k > 0
                    add 1 to mt_privileged(match_k)
                    add 1 to privileged_total
                    if action_count < 1000
                        add 1 to action_count
                        move match_k to act_operator_k(action_count)
                        move audit_rec_date to act_date(action_count)
                        move audit_rec_time to act_time(action_count)
                        move audit_rec_program to act_program(action_count)
                        move audit_rec_param to act_param(action_count)
                    end-if
                end-if
            end-if
        end-if
    end-perform
    close audit_file.

find_param_operator.
    move 0 to match_k
    perform varying table_k from 1 by 1 until table_k > master_count
        or match_k > 0
        if function trim(mt_id(table_k)) = function trim(param_id)
            move table_k to match_k
        end-if
    end-perform.

*> an enabled id idle past the limit goes off, exactly as an
*> operator_maint "disable" would take it off -- but never the last
*> enabled supervisor, or nobody could turn it back on
disable_dormant_ids.
    perform varying table_k from 1 by 1 until table_k > master_count
        if mt_disabled(table_k) = 1
            exit perform cycle
        end-if
        if mt_last_activity(table_k) = 0
            *> nothing on the kept logs: dormant only if they go back
            *> far enough to say so
            if oldest_log_date = 0
                exit perform cycle
            end-if
            compute idle_days = function integer-of-date(today_date)
                - function integer-of-date(oldest_log_date)
        else
            compute idle_days = function integer-of-date(today_date)
                - function integer-of-date(mt_last_activity(table_k))
        end-if
        if idle_days <= dormant_days
            exit perform cycle
        end-if
        if mt_level(table_k) >= 2
            move 0 to enabled_supervisors
            perform varying match_k from 1 by 1 until match_k > master_count
                if mt_disabled(match_k) = 0 and mt_level(match_k) >= 2
                    add 1 to enabled_supervisors
                end-if
            end-perform
            if enabled_supervisors <= 1
                display "Dormant but the last enabled supervisor; left on :: "
                    function trim(mt_id(table_k))
                exit perform cycle
            end-if
        end-if
        move 1 to mt_disabled(table_k)
        move 1 to mt_dormant_off(table_k)
        move 1 to master_changed
        add 1 to dormant_count
        display "Disabled as dormant :: " function trim(mt_id(table_k))
        move spaces to audit_key_param
        string function trim(mt_id(table_k)) delimited by size
               " disable" delimited by size
            into audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    end-perform.

*> written back in operator_maint's own layout
write_master_table.
    if master_changed = 1
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
        close master_file
        move 0 to master_changed
    end-if.

*> the operator's line, their menu options, and their privileged
*> actions in the quarter
report_operator.
    evaluate true
        when mt_dormant_off(table_k) = 1
            move "DORMANT-OFF" to status_text
        when mt_disabled(table_k) = 1
            move "DISABLED" to status_text
        when other
            move "ACTIVE" to status_text
    end-evaluate
    move spaces to report_record
    move mt_id(table_k) to report_text(3:20)
    move mt_level(table_k) to report_text(24:1)
    move mt_department(table_k) to report_text(28:8)
    if mt_last_signon(table_k) = 0
        move "none kept" to report_text(37:9)
    else
        move mt_last_signon(table_k) to report_text(37:8)
    end-if
    move mt_failed(table_k) to report_text(52:1)
    move mt_expiry(table_k) to report_text(57:8)
    move mt_privileged(table_k) to formatted_small
    move formatted_small to report_text(69:4)
    move status_text to report_text(74:12)
    if mt_signoff(table_k) = spaces
        move "(awaiting)" to report_text(87:10)
    else
        add 1 to signed_count
        move 1 to text_pointer
        string function trim(mt_signoff(table_k)) delimited by size
            into report_text(87:40) with pointer text_pointer
        if mt_signoff(table_k) = "DOWNGRADE"
            string " to " delimited by size
                   mt_signoff_level(table_k) delimited by size
                into report_text(87:40) with pointer text_pointer
        end-if
        string " by " delimited by size
               function trim(mt_signoff_by(table_k)) delimited by size
            into report_text(87:40) with pointer text_pointer
    end-if
    write report_record
    display report_text

    move spaces to report_record
    move "      menu options:" to report_text
    move 21 to text_pointer
    move 0 to listed_count
    perform varying option_k from 1 by 1 until option_k > 15
        move 0 to option_open
        if mt_level(table_k) >= option_min_level(option_k)
            move 1 to option_open
        end-if
        perform varying grant_k from 1 by 1 until grant_k > grant_count
            if grant_operator(grant_k) = mt_id(table_k)
                and grant_option(grant_k) = option_k
                move 1 to option_open
            end-if
        end-perform
        if option_open = 1
            if listed_count > 0
                string "," delimited by size
                    into report_text with pointer text_pointer
            end-if
            move option_k to option_edit
            string function trim(option_edit) delimited by size
                into report_text with pointer text_pointer
            add 1 to listed_count
        end-if
    end-perform
    if listed_count = 0
        string "none" delimited by size
            into report_text with pointer text_pointer
    end-if
    move 0 to listed_count
    perform varying grant_k from 1 by 1 until grant_k > grant_count
        if grant_operator(grant_k) = mt_id(table_k)
            if listed_count = 0
                string " (ALLOW grants: " delimited by size
                    into report_text with pointer text_pointer
            else
                string "," delimited by size
                    into report_text with pointer text_pointer
            end-if
            move grant_option(grant_k) to option_edit
            string function trim(option_edit) delimited by size
                into report_text with pointer text_pointer
            add 1 to listed_count
        end-if
    end-perform
    if listed_count > 0
        string ")" delimited by size
            into report_text with pointer text_pointer
    end-if
    write report_record
    display report_text

    perform varying action_k from 1 by 1 until action_k > action_count
        if act_operator_k(action_k) = table_k
            move spaces to report_record
            string "      " delimited by size
                   act_date(action_k) delimited by size
                   " " delimited by size
                   act_time(action_k)(1:4) delimited by size
                   " " delimited by size
                   function trim(act_program(action_k)) delimited by size
                   " :: " delimited by size
                   function trim(act_param(action_k)) delimited by size
                into report_text
            write report_record
            display report_text
        end-if
    end-perform.
