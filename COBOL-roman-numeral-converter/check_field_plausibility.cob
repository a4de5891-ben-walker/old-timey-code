*> check_field_plausibility.cob
*>
*> Hold a keyed token's value to its field's plausible range: the
*> per-field rules in field_plausibility.dat as field_rules_maint
*> keeps them, or the rules shipped in field-plausibility.cpy when
*> there is no file. The caller passes the keyed field column as the
*> source line gives it (case doesn't matter) and the converted
*> value; status comes back 0 when the value is in range or the
*> field has no rule, 1 when it falls below the field's minimum, and
*> 2 when it runs past the maximum. The rules are read once per job.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. check_field_plausibility.

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
*> the rules in force for the rest of the job, loaded on the first call
01 plausibility-rules.
    05 rule-entry occurs 100 times.
        10 pr_field pic x(5).
        10 pr_minimum pic 9(12).
        10 pr_maximum pic 9(12).
77 rules_identifier pic x(40) value "field_plausibility.dat". *> the maintained rules file
77 rules_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 rules_loaded pic 9 value 0. *> 1 once the rules have been loaded
77 rule_count pic s9(4) comp value 0. *> rules in the table
77 rule_k pic s9(4) comp. *> index over the table
77 found_k pic s9(4) comp. *> table slot of the field's rule, 0 if none
77 asked_field pic x(5). *> the field code, upper-cased for the lookup

linkage section.
77 plaus_field pic x(5). *> the keyed field column of the token
77 plaus_value pic s9(12). *> the token's converted value
77 plaus_status pic 9. *> 0 plausible or no rule, 1 under the minimum, 2 over the maximum

procedure division using plaus_field, plaus_value, plaus_status.
    move 0 to plaus_status

    *> working-storage stays resident across calls, so the rules are
    *> read once per job
    if rules_loaded = 0
        move 1 to rules_loaded
        perform load_plausibility_rules
    end-if

    move function upper-case(function trim(plaus_field)) to asked_field
    move 0 to found_k
    perform varying rule_k from 1 by 1
        until rule_k > rule_count or found_k > 0
        if pr_field(rule_k) = asked_field
            move rule_k to found_k
        end-if
    end-perform

    if found_k > 0
        evaluate true
            when plaus_value < pr_minimum(found_k)
                move 1 to plaus_status
            when plaus_value > pr_maximum(found_k)
                move 2 to plaus_status
        end-evaluate
    end-if
    goback.

*> the maintained file replaces the shipped rules whole, so a rule
*> dropped on the screen stays dropped
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
            end-if
        end-perform
        close rules_file
    else
        perform varying rule_k from 1 by 1 until rule_k > 7
            add 1 to rule_count
            move shipped_field(rule_k) to pr_field(rule_count)
            move shipped_minimum(rule_k) to pr_minimum(rule_count)
            move shipped_maximum(rule_k) to pr_maximum(rule_count)
        end-perform
    end-if.
