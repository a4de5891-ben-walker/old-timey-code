*> field_rules_maint.cob
*>
*> Maintain the per-field plausibility rules conv_file's
*> PLAUSIBILITY_CHECK holds a keyed batch's values to
*> (field_plausibility.dat, read by check_field_plausibility).
*> Starts from the file, or from the rules shipped in
*> field-plausibility.cpy when there is none yet; lists them, adds a
*> rule for a field code, changes a field's range or meaning, drops
*> a rule, and writes the whole table through on SAVE. A range must
*> run low to high. Every accepted change and every SAVE is audited;
*> SAVE needs a supervisor at level 2, since the rules decide which
*> values are held back from a batch's results.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. field_rules_maint.

environment division.
input-output section.
file-control.
    select rules_file assign rules_identifier
    organization is line sequential.

data division.
file section.
fd rules_file.
01 rules_record.
    05 rf_field pic x(5).
    05 filler pic x(1).
    05 rf_minimum pic 9(12).
    05 filler pic x(1).
    05 rf_maximum pic 9(12).
    05 filler pic x(1).
    05 rf_meaning pic x(30).

working-storage section.
copy "field-plausibility.cpy".
*> the working copy of the rules
01 plausibility-rules.
    05 rule-entry occurs 100 times.
        10 pr_field pic x(5).
        10 pr_minimum pic 9(12).
        10 pr_maximum pic 9(12).
        10 pr_meaning pic x(30).
77 rules_identifier pic x(40) value "field_plausibility.dat". *> the rules check_field_plausibility loads
77 rules_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 rule_count pic s9(4) comp value 0. *> rules in the table
77 rule_k pic s9(4) comp. *> index over the table
77 chosen_k pic s9(4) comp. *> table slot of the keyed field, 0 if none
77 menu_choice pic x(10). *> list, add, change, drop, save, or quit
77 work_field pic x(5). *> the field code as keyed, upper-cased
77 work_minimum_text pic x(12). *> minimum as keyed
77 work_maximum_text pic x(12). *> maximum as keyed
77 work_minimum pic 9(12). *> minimum, validated
77 work_maximum pic 9(12). *> maximum, validated
77 work_meaning pic x(30). *> what the field is
77 range_valid pic 9. *> 1 if both keyed bounds pass
77 formatted_minimum pic z(11)9. *> minimum, no leading zeroes
77 formatted_maximum pic z(11)9. *> maximum, no leading zeroes
77 confirm_answer pic x(1). *> operator's Y/N on a drop
77 changes_made pic 9(3) value 0. *> accepted changes this session
77 saved_flag pic 9 value 0. *> 1 once the table has been written through
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 audit_program_name pic x(30) value "field_rules_maint". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the change made, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    perform load_plausibility_rules

    display "Field rules (list/add/change/drop/save/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "list"
                perform list_rules
            when "add"
                perform add_rule
            when "change"
                perform change_rule
            when "drop"
                perform drop_rule
            when "save"
                perform save_plausibility_rules
            when other
                display "Key list, add, change, drop, save, or quit."
        end-evaluate
        display "Field rules (list/add/change/drop/save/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform

    if changes_made > 0 and saved_flag = 0
        display "NOTE: " changes_made " change(s) were never SAVEd; the file is unchanged."
    end-if
    move 0 to return-code
    goback.

list_rules.
    display "Field        Minimum       Maximum  Meaning"
    display "-----  ------------  ------------  -------"
    perform varying rule_k from 1 by 1 until rule_k > rule_count
        move pr_minimum(rule_k) to formatted_minimum
        move pr_maximum(rule_k) to formatted_maximum
        display pr_field(rule_k) "  " formatted_minimum "  "
            formatted_maximum "  " function trim(pr_meaning(rule_k))
    end-perform
    display rule_count " rule(s).".

add_rule.
    perform key_field_code
    evaluate true
        when work_field = spaces
            display "A field code is needed; not added."
        when chosen_k > 0
            display "That field already has a rule; change it instead."
        when rule_count >= 100
            display "*** The rules table is full; not added. ***"
        when other
            perform key_rule_range
            if range_valid = 1
                display "Meaning (e.g. clause number)?: " with no advancing
                accept work_meaning
                add 1 to rule_count
                move work_field to pr_field(rule_count)
                move work_minimum to pr_minimum(rule_count)
                move work_maximum to pr_maximum(rule_count)
                move work_meaning to pr_meaning(rule_count)
                display "Added. SAVE writes it through."
                move spaces to audit_key_param
                string "ADD " delimited by size
                       function trim(work_field) delimited by size
                       " " delimited by size
                       function trim(work_minimum_text) delimited by size
                       "-" delimited by size
                       function trim(work_maximum_text) delimited by size
                    into audit_key_param
                perform audit_change
            end-if
    end-evaluate.

change_rule.
    perform key_field_code
    if chosen_k = 0
        display "No rule for that field code."
    else
        move pr_minimum(chosen_k) to formatted_minimum
        move pr_maximum(chosen_k) to formatted_maximum
        display "Now " function trim(formatted_minimum) " to "
            function trim(formatted_maximum) " ("
            function trim(pr_meaning(chosen_k)) ")."
        perform key_rule_range
        if range_valid = 1
            display "Meaning (blank keeps it)?: " with no advancing
            accept work_meaning
            move work_minimum to pr_minimum(chosen_k)
            move work_maximum to pr_maximum(chosen_k)
            if work_meaning not = spaces
                move work_meaning to pr_meaning(chosen_k)
            end-if
            display "Changed. SAVE writes it through."
            move spaces to audit_key_param
            string "CHANGE " delimited by size
                   function trim(work_field) delimited by size
                   " " delimited by size
                   function trim(work_minimum_text) delimited by size
                   "-" delimited by size
                   function trim(work_maximum_text) delimited by size
                into audit_key_param
            perform audit_change
        end-if
    end-if.

drop_rule.
    perform key_field_code
    if chosen_k = 0
        display "No rule for that field code."
    else
        display "Drop the rule for " function trim(pr_field(chosen_k))
            "? Its values go unchecked until it is back. (Y/N): "
            with no advancing
        accept confirm_answer
        if confirm_answer = "Y" or confirm_answer = "y"
            perform varying rule_k from chosen_k by 1
                until rule_k >= rule_count
                move rule-entry(rule_k + 1) to rule-entry(rule_k)
            end-perform
            subtract 1 from rule_count
            display "Dropped. SAVE writes it through."
            move spaces to audit_key_param
            string "DROP " delimited by size
                   function trim(work_field) delimited by size
                into audit_key_param
            perform audit_change
        else
            display "Kept."
        end-if
    end-if.

*> field codes are matched upper-cased, the way
*> check_field_plausibility looks them up
key_field_code.
    display "Field code (the keyed field column)?: " with no advancing
    accept work_field
    move function upper-case(function trim(work_field)) to work_field
    move 0 to chosen_k
    perform varying rule_k from 1 by 1
        until rule_k > rule_count or chosen_k > 0
        if pr_field(rule_k) = work_field and work_field not = spaces
            move rule_k to chosen_k
        end-if
    end-perform.

key_rule_range.
    move 0 to range_valid
    display "Plausible minimum?: " with no advancing
    accept work_minimum_text
    display "Plausible maximum?: " with no advancing
    accept work_maximum_text
    if function trim(work_minimum_text) is not numeric
        or function trim(work_maximum_text) is not numeric
        display "The range must be two whole numbers; unchanged."
    else
        move function numval(work_minimum_text) to work_minimum
        move function numval(work_maximum_text) to work_maximum
        if work_maximum < work_minimum
            display "The maximum can't be under the minimum; unchanged."
        else
            move 1 to range_valid
        end-if
    end-if.

audit_change.
    add 1 to changes_made
    move 0 to saved_flag
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> the rules decide which values are held back from a batch's
*> results, so only a supervisor writes them through
save_plausibility_rules.
    if session_level < 2
        display "Authorization level 2 is needed to save the field rules; refused."
        move "DENIED SAVE" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    else
        open output rules_file
        perform varying rule_k from 1 by 1 until rule_k > rule_count
            move spaces to rules_record
            move pr_field(rule_k) to rf_field
            move pr_minimum(rule_k) to rf_minimum
            move pr_maximum(rule_k) to rf_maximum
            move pr_meaning(rule_k) to rf_meaning
            write rules_record
        end-perform
        close rules_file
        move 1 to saved_flag
        display "Rules written to " function trim(rules_identifier)
        move "SAVE" to audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    end-if.

*> the file when there is one, the shipped rules otherwise -- the
*> same choice check_field_plausibility makes
load_plausibility_rules.
    move 0 to rule_count
    call "CBL_CHECK_FILE_EXIST" using rules_identifier, rules_check_buffer
    if return-code = 0
        open input rules_file
        perform forever
            read rules_file
                at end exit perform
            end-read
            if rf_field not = spaces and rule_count < 100
                add 1 to rule_count
                move function upper-case(rf_field) to pr_field(rule_count)
                move rf_minimum to pr_minimum(rule_count)
                move rf_maximum to pr_maximum(rule_count)
                move rf_meaning to pr_meaning(rule_count)
            end-if
        end-perform
        close rules_file
    else
        perform varying rule_k from 1 by 1 until rule_k > 7
            add 1 to rule_count
            move shipped_field(rule_k) to pr_field(rule_count)
            move shipped_minimum(rule_k) to pr_minimum(rule_count)
            move shipped_maximum(rule_k) to pr_maximum(rule_count)
            move shipped_meaning(rule_k) to pr_meaning(rule_count)
        end-perform
    end-if.
