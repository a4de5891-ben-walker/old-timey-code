*> sod_violation_report.cob
*>
*> Segregation-of-duties check for the controls the auditors hold
*> us to: the operator who repairs a batch's rejects must not be the
*> one who signs it off, and the operator who changes a control file
*> must not be the one who approves a run that uses the change. Each
*> id's part in each batch is gathered from the places it is already
*> written down:
*>
*>   RUN      conv_file runs of the batch, off the audit log
*>   REPAIR   repair_reject_file dispositions (audit log) and the
*>            repair programs' corrections (correction_history.txt)
*>   REVIEW   review_queue_screen dispositions and corrections
*>   SIGNOFF  SIGNED entries on batch_signoff_register.txt
*>   CONTROL  changes to roman_converter_params.txt
*>            (control_file_history.txt) still in force when one of
*>            the batch's runs started -- the change is counted
*>            against every batch run under it, until a later change
*>            to the same key or a rollback replaces it
*>
*> The conflicting pairs are not written in here; they are read from
*> the rules file (sod_rules.txt), one "CONFLICT,<role>,<role>" line
*> per pair, so the controls office can add a pair without a program
*> change. The audit log is read with its monthly generations, two
*> years back, as audit_inquiry reads them. Every batch where one id
*> held both roles of a pair is listed on sod_violations_<date>.txt
*> and raised on the exceptions dataset (E SOD-CONFLICT, keyed by id
*> and batch) for acknowledgment; an id and batch already raised by
*> an earlier run is listed again but not raised twice.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. sod_violation_report.

environment division.
input-output section.
file-control.
    select rules_file assign rules_identifier
    organization is line sequential.

    select audit_file assign audit_identifier
    organization is line sequential.

    select correction_file assign correction_identifier
    organization is line sequential.

    select signoff_file assign signoff_identifier
    organization is line sequential.

    select history_file assign history_identifier
    organization is line sequential.

    select exceptions_file assign exceptions_identifier
    organization is line sequential.

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd rules_file.
01 rules_record.
    05 rules_line pic x(60).

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

fd correction_file.
01 correction_record.
    05 ch_date pic 9(8).
    05 filler pic x(1).
    05 ch_time pic 9(8).
    05 filler pic x(1).
    05 ch_operator pic x(20).
    05 filler pic x(1).
    05 ch_program pic x(30).
    05 filler pic x(1).
    05 ch_batch pic x(40).
    05 filler pic x(1).
    05 ch_rest pic x(125).

fd signoff_file.
01 signoff_record.
    05 so_batch pic x(40).
    05 filler pic x(1).
    05 so_status pic x(8).
    05 filler pic x(1).
    05 so_operator pic x(20).
    05 filler pic x(1).
    05 so_date pic 9(8).
    05 filler pic x(1).
    05 so_rest pic x(15).

fd history_file.
01 history_record.
    05 hist_date pic 9(8).
    05 filler pic x(1).
    05 hist_time pic 9(8).
    05 filler pic x(1).
    05 hist_operator pic x(20).
    05 filler pic x(1).
    05 hist_file pic x(30).
    05 filler pic x(1).
    05 hist_key pic x(20).
    05 filler pic x(1).
    05 hist_old pic x(30).
    05 hist_separator pic x(4).
    05 hist_new pic x(30).

fd exceptions_file.
01 exceptions_record.
    05 exc_ack_flag pic x(1).
    05 filler pic x(1).
    05 exc_date pic 9(8).
    05 filler pic x(1).
    05 exc_time pic 9(8).
    05 filler pic x(1).
    05 exc_program pic x(30).
    05 filler pic x(1).
    05 exc_severity pic x(1).
    05 filler pic x(1).
    05 exc_reason pic x(12).
    05 filler pic x(1).
    05 exc_key_values pic x(40).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> the conflicting-role pairs off the rules file
01 rule-table.
    05 rule-entry occurs 50 times.
        10 rule_role_a pic x(8).
        10 rule_role_b pic x(8).
77 rule_count pic s9(4) comp value 0. *> pairs loaded
77 rule_k pic s9(4) comp. *> index over the pairs
*> who held which role in which batch, one entry per id, role, and
*> batch, with the latest date the id acted in it
01 role-table.
    05 role-entry occurs 3000 times.
        10 rt_batch pic x(40).
        10 rt_role pic x(8).
        10 rt_operator pic x(20).
        10 rt_date pic 9(8).
77 role_count pic s9(4) comp value 0. *> role entries held
77 role_k pic s9(4) comp. *> index over the roles, first of a pair
77 other_k pic s9(4) comp. *> index over the roles, second of a pair
77 role_found pic 9. *> 1 when the role entry is already held
*> the batch runs, for placing them against the control changes
01 run-table.
    05 run-entry occurs 2000 times.
        10 run_batch pic x(40).
        10 run_stamp pic 9(16).
77 run_count pic s9(4) comp value 0. *> runs held
77 run_k pic s9(4) comp. *> index over the runs
*> changes to the converter's control file
01 change-table.
    05 change-entry occurs 1000 times.
        10 chg_stamp pic 9(16).
        10 chg_operator pic x(20).
        10 chg_key pic x(20).
        10 chg_date pic 9(8).
77 change_count pic s9(4) comp value 0. *> changes held
77 change_k pic s9(4) comp. *> index over the changes
77 later_k pic s9(4) comp. *> index over the changes that might replace one
77 change_in_force pic 9. *> 1 while no later change has replaced it
*> the batches where one id held both roles of a pair
01 violation-table.
    05 violation-entry occurs 500 times.
        10 vio_batch pic x(40).
        10 vio_operator pic x(20).
        10 vio_role_a pic x(8).
        10 vio_date_a pic 9(8).
        10 vio_role_b pic x(8).
        10 vio_date_b pic 9(8).
        10 vio_raised pic 9.
77 violation_count pic s9(4) comp value 0. *> violations held
77 violation_k pic s9(4) comp. *> index over the violations
77 violation_found pic 9. *> 1 when the violation is already listed
*> the id-and-batch keys earlier runs already raised
01 raised-table.
    05 raised_key pic x(40) occurs 1000 times.
77 raised_count pic s9(4) comp value 0. *> keys already on the exceptions dataset
77 raised_k pic s9(4) comp. *> index over the raised keys
77 raised_new pic 9(4) value 0. *> exceptions raised this run
77 work_batch pic x(40). *> batch of the role being noted
77 work_role pic x(8). *> the role being noted
77 work_operator pic x(20). *> operator of the role being noted
77 work_date pic 9(8). *> date of the role being noted
77 work_key pic x(40). *> id and batch, the exception key
77 param_action pic x(12). *> disposition piece of a screen's audit entry
77 param_line_number pic x(12). *> source-line piece of a screen's audit entry
77 param_batch pic x(40). *> batch piece of a screen's audit entry
77 rule_kind pic x(10). *> CONFLICT piece of a rules line
77 rule_field_2 pic x(10). *> first role piece of a rules line
77 rule_field_3 pic x(10). *> second role piece of a rules line
77 rules_identifier pic x(40) value "sod_rules.txt". *> the conflicting-role pairs
77 audit_identifier pic x(44). *> the audit file currently being read
77 correction_identifier pic x(40) value "correction_history.txt". *> the shop-wide correction history
77 signoff_identifier pic x(40) value "batch_signoff_register.txt". *> the batch sign-off register
77 history_identifier pic x(40) value "control_file_history.txt". *> who changed which control key when
77 exceptions_identifier pic x(40) value "exceptions.txt". *> the shop-wide exceptions dataset
77 report_identifier pic x(44). *> today's violations report
77 control_file_name pic x(30) value "roman_converter_params.txt". *> the control file the converter's runs use
77 sod_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
01 today_date pic 9(8). *> today, for the generation walk and the report name
01 today_parts redefines today_date.
    05 today_year pic 9(4).
    05 today_month pic 9(2).
    05 today_day pic 9(2).
77 months_back pic 9(2). *> how many months behind today the generation walk is
77 gen_year pic 9(4). *> generation year piece
77 gen_month pic 9(2). *> generation month piece
77 gen_yyyymm pic 9(6). *> generation name piece
77 text_pointer pic s9(4) comp. *> build position in a report line
77 formatted_count pic z(3)9. *> counts, no leading zeroes
77 exception_severity pic x(1) value "E". *> a duties breach is an error
77 exception_reason pic x(12) value "SOD-CONFLICT". *> reason code on the exception log
77 exception_key_values pic x(40). *> the id and the batch
77 audit_program_name pic x(30) value "sod_violation_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the counts, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to rule_count, role_count, run_count, change_count,
        violation_count, raised_count, raised_new
    accept today_date from date yyyymmdd

    perform load_rules
    if rule_count = 0
        display "No conflicting-role pairs on file :: "
            function trim(rules_identifier)
        move "NO RULES" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 2 to return-code
        goback
    end-if

    *> the live log first, then the monthly generations walking back
    *> two years, as audit_inquiry walks them
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, sod_check_buffer
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
        call "CBL_CHECK_FILE_EXIST" using audit_identifier, sod_check_buffer
        if return-code = 0
            perform scan_audit_file
        end-if
    end-perform

    perform load_corrections
    perform load_signoffs
    perform load_control_changes
    perform place_control_changes
    perform find_violations
    perform load_raised_keys
    perform raise_violations
    perform write_report

    move 1 to text_pointer
    move spaces to audit_key_param
    move violation_count to formatted_count
    string function trim(formatted_count) delimited by size
           " violations, " delimited by size
        into audit_key_param with pointer text_pointer
    move raised_new to formatted_count
    string function trim(formatted_count) delimited by size
           " raised" delimited by size
        into audit_key_param with pointer text_pointer
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    if violation_count > 0
        move 1 to return-code
    else
        move 0 to return-code
    end-if
    goback.

*> "CONFLICT,<role>,<role>" lines; anything else on the file is
*> passed over, and a pair naming a role this report doesn't know is
*> called out rather than silently never matching
load_rules.
    call "CBL_CHECK_FILE_EXIST" using rules_identifier, sod_check_buffer
    if return-code = 0
        open input rules_file
        perform forever
            read rules_file
                at end exit perform
            end-read
            if function trim(rules_line) = spaces
                exit perform cycle
            end-if
            move spaces to rule_kind, rule_field_2, rule_field_3
            unstring rules_line delimited by "," into rule_kind,
                rule_field_2, rule_field_3
            move function upper-case(function trim(rule_kind)) to rule_kind
            if rule_kind not = "CONFLICT"
                exit perform cycle
            end-if
            move function upper-case(function trim(rule_field_2)) to rule_field_2
            move function upper-case(function trim(rule_field_3)) to rule_field_3
            evaluate true
                when rule_field_2 not = "RUN" and rule_field_2 not = "REPAIR"
                    and rule_field_2 not = "REVIEW"
                    and rule_field_2 not = "SIGNOFF"
                    and rule_field_2 not = "CONTROL"
                    display "Unknown role on the rules file; pair skipped :: "
                        function trim(rules_line)
                when rule_field_3 not = "RUN" and rule_field_3 not = "REPAIR"
                    and rule_field_3 not = "REVIEW"
                    and rule_field_3 not = "SIGNOFF"
                    and rule_field_3 not = "CONTROL"
                    display "Unknown role on the rules file; pair skipped :: "
                        function trim(rules_line)
                when rule_field_2 = rule_field_3
                    display "A role cannot conflict with itself; pair skipped :: "
                        function trim(rules_line)
                when rule_count < 50
                    add 1 to rule_count
                    move rule_field_2 to rule_role_a(rule_count)
                    move rule_field_3 to rule_role_b(rule_count)
            end-evaluate
        end-perform
        close rules_file
    end-if.

*> successful converter runs, and the repair and review screens'
*> per-disposition entries ("<disposition> <line> <batch>");
*> close-out records carry no result column and are passed over
scan_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_result not = "SUCCESS" or audit_rec_operator = spaces
            exit perform cycle
        end-if
        evaluate audit_rec_program
            when "convert_numeral_file"
                move audit_rec_param to work_batch
                move "RUN" to work_role
                move audit_rec_operator to work_operator
                move audit_rec_date to work_date
                perform note_role
                if run_count < 2000
                    add 1 to run_count
                    move audit_rec_param to run_batch(run_count)
                    compute run_stamp(run_count) = audit_rec_date * 100000000
                        + audit_rec_time
                end-if
            when "repair_reject_file"
                perform split_disposition
                if param_action = "CORRECT" or param_action = "WRITEOFF"
                    move param_batch to work_batch
                    move "REPAIR" to work_role
                    move audit_rec_operator to work_operator
                    move audit_rec_date to work_date
                    perform note_role
                end-if
            when "review_queue_screen"
                perform split_disposition
                if param_action = "ACCEPT" or param_action = "REJECT"
                    or param_action = "CORRECT"
                    move param_batch to work_batch
                    move "REVIEW" to work_role
                    move audit_rec_operator to work_operator
                    move audit_rec_date to work_date
                    perform note_role
                end-if
        end-evaluate
    end-perform
    close audit_file.

split_disposition.
    move spaces to param_action, param_line_number, param_batch
    unstring audit_rec_param delimited by all space into param_action,
        param_line_number, param_batch
    if function trim(param_line_number) is not numeric
        move spaces to param_action
    end-if.

*> the corrections the repair programs folded back, auto_repair_rejects'
*> among them, which audits only its session
load_corrections.
    call "CBL_CHECK_FILE_EXIST" using correction_identifier, sod_check_buffer
    if return-code = 0
        open input correction_file
        perform forever
            read correction_file
                at end exit perform
            end-read
            if ch_operator = spaces or ch_batch = spaces
                exit perform cycle
            end-if
            evaluate ch_program
                when "repair_reject_file"
                when "auto_repair_rejects"
                    move "REPAIR" to work_role
                when "review_queue_screen"
                    move "REVIEW" to work_role
                when other
                    exit perform cycle
            end-evaluate
            move ch_batch to work_batch
            move ch_operator to work_operator
            move ch_date to work_date
            perform note_role
        end-perform
        close correction_file
    end-if.

*> every sign-off given counts, even one later revoked -- the id
*> still put its name to the batch
load_signoffs.
    call "CBL_CHECK_FILE_EXIST" using signoff_identifier, sod_check_buffer
    if return-code = 0
        open input signoff_file
        perform forever
            read signoff_file
                at end exit perform
            end-read
            if so_status = "SIGNED" and so_operator not = spaces
                move so_batch to work_batch
                move "SIGNOFF" to work_role
                move so_operator to work_operator
                move so_date to work_date
                perform note_role
            end-if
        end-perform
        close signoff_file
    end-if.

load_control_changes.
    call "CBL_CHECK_FILE_EXIST" using history_identifier, sod_check_buffer
    if return-code = 0
        open input history_file
        perform forever
            read history_file
                at end exit perform
            end-read
            if hist_file not = control_file_name or hist_operator = spaces
                exit perform cycle
            end-if
            if change_count < 1000
                add 1 to change_count
                compute chg_stamp(change_count) = hist_date * 100000000
                    + hist_time
                move hist_operator to chg_operator(change_count)
                move hist_key to chg_key(change_count)
                move hist_date to chg_date(change_count)
            end-if
        end-perform
        close history_file
    end-if.

*> a change is used by every run that starts after it and before a
*> later change to the same key, or a rollback, replaces it; a
*> rollback itself gives way to any later change
place_control_changes.
    perform varying run_k from 1 by 1 until run_k > run_count
        perform varying change_k from 1 by 1 until change_k > change_count
            if chg_stamp(change_k) > run_stamp(run_k)
                exit perform cycle
            end-if
            move 1 to change_in_force
            perform varying later_k from 1 by 1
                until later_k > change_count or change_in_force = 0
                if chg_stamp(later_k) > chg_stamp(change_k)
                    and chg_stamp(later_k) <= run_stamp(run_k)
                    and (chg_key(later_k) = chg_key(change_k)
                        or chg_key(later_k) = "(ROLLBACK)"
                        or chg_key(change_k) = "(ROLLBACK)")
                    move 0 to change_in_force
                end-if
            end-perform
            if change_in_force = 1
                move run_batch(run_k) to work_batch
                move "CONTROL" to work_role
                move chg_operator(change_k) to work_operator
                move chg_date(change_k) to work_date
                perform note_role
            end-if
        end-perform
    end-perform.

*> one entry per id, role, and batch, keeping the latest date
note_role.
    if work_batch = spaces
        exit paragraph
    end-if
    move 0 to role_found
    perform varying role_k from 1 by 1 until role_k > role_count
        or role_found = 1
        if rt_batch(role_k) = work_batch and rt_role(role_k) = work_role
            and rt_operator(role_k) = work_operator
            move 1 to role_found
            if work_date > rt_date(role_k)
                move work_date to rt_date(role_k)
            end-if
        end-if
    end-perform
    if role_found = 0 and role_count < 3000
        add 1 to role_count
        move work_batch to rt_batch(role_count)
        move work_role to rt_role(role_count)
        move work_operator to rt_operator(role_count)
        move work_date to rt_date(role_count)
    end-if.

find_violations.
    perform varying rule_k from 1 by 1 until rule_k > rule_count
        perform varying role_k from 1 by 1 until role_k > role_count
            if rt_role(role_k) not = rule_role_a(rule_k)
                exit perform cycle
            end-if
            perform varying other_k from 1 by 1 until other_k > role_count
                if rt_role(other_k) = rule_role_b(rule_k)
                    and rt_batch(other_k) = rt_batch(role_k)
                    and rt_operator(other_k) = rt_operator(role_k)
                    perform note_violation
                end-if
            end-perform
        end-perform
    end-perform.

*> a pair written both ways round on the rules file is one breach
note_violation.
    move 0 to violation_found
    perform varying violation_k from 1 by 1 until violation_k > violation_count
        or violation_found = 1
        if vio_batch(violation_k) = rt_batch(role_k)
            and vio_operator(violation_k) = rt_operator(role_k)
            and ((vio_role_a(violation_k) = rt_role(role_k)
                    and vio_role_b(violation_k) = rt_role(other_k))
                or (vio_role_a(violation_k) = rt_role(other_k)
                    and vio_role_b(violation_k) = rt_role(role_k)))
            move 1 to violation_found
        end-if
    end-perform
    if violation_found = 0 and violation_count < 500
        add 1 to violation_count
        move rt_batch(role_k) to vio_batch(violation_count)
        move rt_operator(role_k) to vio_operator(violation_count)
        move rt_role(role_k) to vio_role_a(violation_count)
        move rt_date(role_k) to vio_date_a(violation_count)
        move rt_role(other_k) to vio_role_b(violation_count)
        move rt_date(other_k) to vio_date_b(violation_count)
        move 0 to vio_raised(violation_count)
    end-if.

*> what earlier runs of this report already put on the exceptions
*> dataset, acknowledged or not
load_raised_keys.
    call "CBL_CHECK_FILE_EXIST" using exceptions_identifier, sod_check_buffer
    if return-code = 0
        open input exceptions_file
        perform forever
            read exceptions_file
                at end exit perform
            end-read
            if exc_program = audit_program_name and exc_reason = exception_reason
                and raised_count < 1000
                add 1 to raised_count
                move exc_key_values to raised_key(raised_count)
            end-if
        end-perform
        close exceptions_file
    end-if.

*> one exception per id and batch, however many pairs it breached
raise_violations.
    perform varying violation_k from 1 by 1 until violation_k > violation_count
        move spaces to work_key
        string function trim(vio_operator(violation_k)) delimited by size
               " " delimited by size
               function trim(vio_batch(violation_k)) delimited by size
            into work_key
        move 0 to role_found
        perform varying raised_k from 1 by 1 until raised_k > raised_count
            or role_found = 1
            if raised_key(raised_k) = work_key
                move 1 to role_found
            end-if
        end-perform
        if role_found = 0
            move work_key to exception_key_values
            call "write_exception" using audit_program_name, exception_severity,
                exception_reason, exception_key_values
            move 1 to vio_raised(violation_k)
            add 1 to raised_new
            if raised_count < 1000
                add 1 to raised_count
                move work_key to raised_key(raised_count)
            end-if
        end-if
    end-perform.

write_report.
    move spaces to report_identifier
    string "sod_violations_" delimited by size
           today_date delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file
    move spaces to report_record
    string "Segregation-of-duties violations :: " delimited by size
           today_date delimited by size
        into report_text
    write report_record
    display report_text
    move spaces to report_record
    move "  conflicting pairs:" to report_text
    move 21 to text_pointer
    perform varying rule_k from 1 by 1 until rule_k > rule_count
        if rule_k > 1
            string "," delimited by size
                into report_text with pointer text_pointer
        end-if
        string " " delimited by size
               function trim(rule_role_a(rule_k)) delimited by size
               "/" delimited by size
               function trim(rule_role_b(rule_k)) delimited by size
            into report_text with pointer text_pointer
    end-perform
    write report_record
    display report_text
    move spaces to report_record
    move "  Batch" to report_text(1:7)
    move "Operator" to report_text(44:8)
    move "Roles" to report_text(65:5)
    move "Dates" to report_text(83:5)
    move "Exception" to report_text(102:9)
    write report_record
    display report_text
    move spaces to report_record
    move all "-" to report_text(1:118)
    write report_record
    display report_text(1:118)

    perform varying violation_k from 1 by 1 until violation_k > violation_count
        move spaces to report_record
        move vio_batch(violation_k) to report_text(3:40)
        move vio_operator(violation_k) to report_text(44:20)
        move 65 to text_pointer
        string function trim(vio_role_a(violation_k)) delimited by size
               "/" delimited by size
               function trim(vio_role_b(violation_k)) delimited by size
            into report_text with pointer text_pointer
        move vio_date_a(violation_k) to report_text(83:8)
        move "/" to report_text(91:1)
        move vio_date_b(violation_k) to report_text(92:8)
        if vio_raised(violation_k) = 1
            move "raised" to report_text(102:6)
        else
            move "already raised" to report_text(102:14)
        end-if
        write report_record
        display report_text
    end-perform
    if violation_count = 0
        move spaces to report_record
        move "  (no violations found)" to report_text
        write report_record
        display report_text
    end-if

    move spaces to report_record
    move all "-" to report_text(1:118)
    write report_record
    display report_text(1:118)
    move spaces to report_record
    move 1 to text_pointer
    move violation_count to formatted_count
    string "Violations: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer text_pointer
    move raised_new to formatted_count
    string " :: raised this run: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer text_pointer
    move run_count to formatted_count
    string " :: runs: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer text_pointer
    move change_count to formatted_count
    string " :: control changes: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer text_pointer
    write report_record
    display report_text
    close report_file
    display "Violations report :: " function trim(report_identifier).
