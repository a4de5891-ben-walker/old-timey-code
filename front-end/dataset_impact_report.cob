*> dataset_impact_report.cob
*>
*> Dataset impact analysis: when a file turns out to be bad (a wrong
*> numeral_values.dat, a truncated primes file, a damaged
*> conversion master), name it and the day it went bad, and every
*> later run that consumed it -- or consumed anything written from
*> it -- is listed by run ID, with the outputs it wrote and whether
*> any of them went out of the shop through fb_transmit_job or
*> vendor_return_job. That is the re-run and recall list.
*>
*> The map is the shop's known inputs and outputs per program
*> (dataset-flows.cpy), applied to the audit log and its monthly
*> generations from the given day forward, in the order the runs
*> happened: a run that read a suspect dataset is affected, and
*> everything it wrote or updated is suspect in turn. A run that was
*> NOT affected writing a suspect dataset afresh on a later day is
*> taken as its fix, and readers after it are not counted; one that
*> only updated it in place (a U line on the map) fixes nothing.
*> Each affected run is tied to its driver and condition code off
*> the run-statistics log, to the stream it ran inside (a
*> run_jobstream run's window on the same log), and to the schedule
*> rule that started the stream (stream_schedule_log.txt). The
*> stream definitions named by stream_schedule.txt are then walked
*> step by step for the steps that will read the dataset, or its
*> outputs, the next time they run.
*>
*> Written to dataset_impact_report.txt. Return code 0 when nothing
*> downstream read the dataset, 1 when runs were affected, 2 when
*> affected outputs went out of the shop.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - datasets a run updates in place (the map's new
*>                      U role: the conversion master, the primes
*>                      master, appended results files) are suspect
*>                      after an affected run like any output, but an
*>                      unaffected run updating one is no longer taken
*>                      as its fix, so the next ordinary load or sieve
*>                      run doesn't hide every reader after it.

identification division.
program-id. dataset_impact_report.

environment division.
input-output section.
file-control.
    select audit_file assign audit_identifier
    organization is line sequential.

    select stats_file assign stats_identifier
    organization is line sequential.

    select schedule_file assign schedule_identifier
    organization is line sequential.

    select log_file assign log_identifier
    organization is line sequential.

    select stream_file assign stream_identifier
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

fd stats_file.
01 stats_record.
    05 stats_rec_date pic 9(8).
    05 stats_sep1 pic x(4).
    05 stats_rec_start pic 9(8).
    05 stats_sep2 pic x(4).
    05 stats_rec_end pic 9(8).
    05 stats_sep3 pic x(4).
    05 stats_rec_program pic x(30).
    05 stats_sep4 pic x(4).
    05 stats_rec_processed pic z(11)9.
    05 stats_sep5 pic x(4).
    05 stats_rec_return_code pic 9.
    05 stats_sep6 pic x(4).
    05 stats_rec_run_id pic 9(6).

fd schedule_file.
01 schedule_record.
    05 schedule_line pic x(100).

fd log_file.
01 log_record.
    05 log_date pic 9(8).
    05 filler pic x(1).
    05 log_rule pic x(20).
    05 filler pic x(1).
    05 log_stream pic x(40).
    05 filler pic x(1).
    05 log_action pic x(8).
    05 filler pic x(1).
    05 log_rc pic 9(4).
    05 filler pic x(1).
    05 log_time pic 9(8).

fd stream_file.
01 stream_record.
    05 stream_line pic x(132).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
copy "dataset-flows.cpy".
*> every dataset under suspicion: the one named, then everything an
*> affected run wrote
01 suspect-table.
    05 suspect-entry occurs 500 times.
        10 sus_name pic x(64).
        10 sus_active pic 9.
        10 sus_fixed_run pic 9(6).
        10 sus_fixed_date pic 9(8).
        10 sus_fixed_program pic x(30).
*> the affected runs, one entry per program within a run, in the
*> order they ran
01 impact-table.
    05 impact-entry occurs 300 times.
        10 imp_run_id pic 9(6).
        10 imp_date pic 9(8).
        10 imp_time pic 9(8).
        10 imp_program pic x(30).
        10 imp_param pic x(40).
        10 imp_result pic x(7).
        10 imp_read pic x(64).
        10 imp_went_out pic 9.
        10 imp_stream pic x(40).
        10 imp_rule pic x(20).
        10 imp_driver pic x(30).
        10 imp_driver_rc pic 9.
        10 imp_driver_found pic 9.
*> what the affected runs wrote
01 output-table.
    05 output-entry occurs 1500 times.
        10 out_impact pic s9(4) comp.
        10 out_name pic x(64).
*> the run_jobstream runs since the day: the stream and its window
01 window-table.
    05 window-entry occurs 500 times.
        10 win_run_id pic 9(6).
        10 win_stream pic x(40).
        10 win_date pic 9(8).
        10 win_start pic 9(8).
        10 win_end pic 9(8).
*> the scheduler's decisions since the day
01 decision-table.
    05 decision-entry occurs 500 times.
        10 dec_date pic 9(8).
        10 dec_rule pic x(20).
        10 dec_stream pic x(40).
*> the schedule rules, held whole
01 rule-table.
    05 rule-entry occurs 50 times.
        10 rt_name pic x(20).
        10 rt_selector pic x(10).
        10 rt_stream pic x(40).
*> the datasets suspect within one stream definition's walk
01 stream-suspect-table.
    05 stream-suspect-entry occurs 100 times.
        10 ss_name pic x(64).
77 suspect_count pic s9(4) comp value 0. *> datasets under suspicion
77 impact_count pic s9(4) comp value 0. *> affected program runs held
77 impact_overflow pic 9(6) value 0. *> affected program runs past the table
77 output_count pic s9(4) comp value 0. *> outputs held
77 window_count pic s9(4) comp value 0. *> stream windows held
77 decision_count pic s9(4) comp value 0. *> scheduler decisions held
77 rule_count pic s9(4) comp value 0. *> schedule rules held
77 stream_suspect_count pic s9(4) comp value 0. *> suspects in the stream being walked
77 flow_k pic s9(4) comp. *> index over the flow map
77 suspect_k pic s9(4) comp. *> index over the suspects
77 impact_k pic s9(4) comp. *> index over the affected runs
77 impact_j pic s9(4) comp. *> a second index over the affected runs
77 output_k pic s9(4) comp. *> index over the outputs
77 window_k pic s9(4) comp. *> index over the stream windows
77 decision_k pic s9(4) comp. *> index over the scheduler decisions
77 rule_k pic s9(4) comp. *> index over the schedule rules
77 stream_suspect_k pic s9(4) comp. *> index over the stream's suspects
77 match_k pic s9(4) comp. *> the entry located, 0 if none
77 audit_identifier pic x(44). *> the audit file currently being read
77 stats_identifier pic x(44). *> the run-statistics file currently being read
77 schedule_identifier pic x(40) value "stream_schedule.txt". *> which stream runs on which night
77 log_identifier pic x(40) value "stream_schedule_log.txt". *> every scheduling decision and outcome
77 stream_identifier pic x(40). *> the stream definition being walked
77 report_identifier pic x(40) value "dataset_impact_report.txt". *> the printable impact list
77 impact_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 dataset_name pic x(64). *> the bad dataset, as keyed
77 ask_date_text pic x(10). *> the day it went bad, as keyed
77 start_date pic 9(8). *> the day it went bad
77 today_date pic 9(8). *> today's business date
77 gen_yyyymm pic 9(6). *> the generation month being read
77 gen_year pic 9(4). *> the generation's year
77 gen_month pic 9(2). *> the generation's month
77 event_consumed pic 9. *> 1 when the audit entry's run read a suspect
77 event_read pic x(64). *> the suspect it read
77 when_length pic s9(4) comp. *> length of a flow line's key-parameter prefix
77 flow_applies pic 9. *> 1 when the flow line applies to the run
77 flow_program_name pic x(30). *> the program the flow lines are looked up under
*> the pattern expansion's working fields
77 expand_pattern_text pic x(40). *> the pattern being expanded
77 expand_key pic x(40). *> the run's key parameter
77 expand_date pic 9(8). *> the run's date
77 expand_run_id pic 9(6). *> the run's ID
77 expand_static pic 9. *> 1 when no run is in hand: date and ID stay open
77 expanded_name pic x(64). *> the pattern's dataset name
77 expand_unresolved pic 9. *> 1 when the pattern needs a key parameter there isn't
77 expand_pointer pic s9(4) comp. *> where the next piece of the name goes
77 key_length pic s9(4) comp. *> trimmed length of the key parameter
77 key_dot_length pic s9(4) comp. *> the key parameter less its final extension
77 key_bar_length pic s9(4) comp. *> the key parameter less its last "_" piece
77 piece_length pic s9(4) comp. *> the key parameter piece a token stands for
77 piece_from_key pic 9. *> 1 when the token takes a piece of the key parameter
77 pattern_length pic s9(4) comp. *> trimmed length of the pattern
77 pattern_k pic s9(4) comp. *> index over the pattern
77 pattern_char pic x(1). *> the pattern character in hand
77 scan_k pic s9(4) comp. *> scan index over the key parameter
77 run_id_edit pic z(5)9. *> run IDs, no leading zeroes
*> the name comparison's working fields
77 name_a pic x(64). *> the first name compared
77 name_b pic x(64). *> the second name compared
77 names_agree pic 9. *> 1 when the two names can be the same dataset
77 cmp_a pic x(64). *> the first name, as compared
77 cmp_b pic x(64). *> the second name, as compared
77 gen_work pic x(64). *> a name having its generation piece taken out
77 gen_rebuilt pic x(64). *> the name rebuilt without it
77 gen_stripped_a pic x(64). *> the first name without its generation piece
77 gen_found_a pic 9. *> 1 when the first name had a generation piece
77 gen_piece_found pic 9. *> 1 when the name had a generation piece
77 gen_length pic s9(4) comp. *> trimmed length of the name
77 gen_k pic s9(4) comp. *> scan index over the name
77 a_wild_count pic 9(4). *> "?" in the first name
77 b_wild_count pic 9(4). *> "?" in the second name
77 glob_pattern pic x(64). *> the name with the open pieces
77 glob_text pic x(64). *> the name matched against it
77 glob_result pic 9. *> 1 when the text fits the pattern
77 glob_pattern_length pic s9(4) comp. *> trimmed length of the pattern name
77 glob_text_length pic s9(4) comp. *> trimmed length of the text name
77 glob_p pic s9(4) comp. *> position in the pattern name
77 glob_t pic s9(4) comp. *> position in the text name
77 glob_star_p pic s9(4) comp. *> the last "?" taken in the pattern name
77 glob_star_t pic s9(4) comp. *> where the text stood when it was taken
77 glob_char pic x(1). *> the pattern character in hand, space past the end
*> the stream definition walk's working fields
77 step_name pic x(20). *> step piece of a stream line
77 step_program pic x(30). *> program piece of a stream line
77 step_param_file pic x(40). *> param file piece of a stream line
77 step_rest pic x(40). *> the remaining pieces, not needed here
77 step_reads pic 9. *> 1 when the step reads a stream suspect
77 step_unresolved pic 9. *> 1 when the step's input is keyed at run time
77 stream_hit pic 9. *> 1 once a step in the stream reads a suspect
77 rule_name pic x(20). *> rule piece of a schedule line
77 rule_selector pic x(10). *> selector piece of a schedule line
77 rule_stream pic x(40). *> stream piece of a schedule line
77 param_key pic x(20). *> control-file key being looked up
77 param_text pic x(30). *> its value, as text
77 param_found pic 9. *> 1 if the key is on file
77 stream_steps_found pic 9(4) value 0. *> stream steps reading a suspect
*> totals and formatting
77 runs_count pic 9(6) value 0. *> distinct affected runs
77 went_out_count pic 9(6) value 0. *> affected runs whose outputs left the shop
77 fixed_count pic 9(6) value 0. *> suspects rewritten by an unaffected run
77 first_of_run pic 9. *> 1 when the entry is its run's first
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_time pic x(8). *> hh:mm:ss
77 report_pointer pic s9(4) comp. *> where the next piece of a report line goes
77 audit_program_name pic x(30) value "dataset_impact_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the dataset traced, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "get_business_date" using today_date
    display "Dataset that went bad?: " with no advancing
    accept dataset_name
    if dataset_name = spaces
        display "No dataset named."
        move 1 to return-code
        goback
    end-if
    move function trim(dataset_name) to dataset_name
    display "Day it went bad (yyyymmdd)?: " with no advancing
    accept ask_date_text
    if ask_date_text(1:8) is not numeric or ask_date_text(9:2) not = spaces
        or function test-date-yyyymmdd(function numval(ask_date_text(1:8))) not = 0
        display "Not a usable date."
        move 1 to return-code
        goback
    end-if
    move ask_date_text(1:8) to start_date

    move 1 to suspect_count
    move dataset_name to sus_name(1)
    move 1 to sus_active(1)
    move 0 to sus_fixed_run(1), sus_fixed_date(1)
    move spaces to sus_fixed_program(1)

    *> the audit generations from the day's month up to this month's,
    *> then the live log: the runs in the order they happened
    move start_date(1:6) to gen_yyyymm
    perform until gen_yyyymm >= today_date(1:6)
        move spaces to audit_identifier
        string "audit_log_" delimited by size
               gen_yyyymm delimited by size
               ".txt" delimited by size
            into audit_identifier
        call "CBL_CHECK_FILE_EXIST" using audit_identifier, impact_check_buffer
        if return-code = 0
            perform scan_audit_file
        end-if
        perform next_generation_month
    end-perform
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, impact_check_buffer
    if return-code = 0
        perform scan_audit_file
    end-if

    *> the run-statistics log over the same months: each affected
    *> run's driver, and each stream's window
    move start_date(1:6) to gen_yyyymm
    perform until gen_yyyymm >= today_date(1:6)
        move spaces to stats_identifier
        string "run_stats_" delimited by size
               gen_yyyymm delimited by size
               ".txt" delimited by size
            into stats_identifier
        call "CBL_CHECK_FILE_EXIST" using stats_identifier, impact_check_buffer
        if return-code = 0
            perform scan_stats_file
        end-if
        perform next_generation_month
    end-perform
    move "run_stats.txt" to stats_identifier
    call "CBL_CHECK_FILE_EXIST" using stats_identifier, impact_check_buffer
    if return-code = 0
        perform scan_stats_file
    end-if

    perform load_decisions
    perform varying impact_k from 1 by 1 until impact_k > impact_count
        perform place_in_stream
    end-perform

    open output report_file
    move spaces to report_record
    string "Dataset impact :: " delimited by size
           function trim(dataset_name) delimited by size
           " :: bad from " delimited by size
           start_date delimited by size
        into report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:120)
    perform put_report_line

    perform print_affected_runs
    perform print_fixes
    perform print_recall_list
    perform print_rerun_list
    perform print_stream_map

    move spaces to report_record
    move all "-" to report_text(1:120)
    perform put_report_line
    move spaces to report_record
    move 1 to report_pointer
    move runs_count to formatted_count
    string "  Affected runs :: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    move went_out_count to formatted_count
    string ", outputs gone out :: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    move stream_steps_found to formatted_count
    string ", stream steps still reading it :: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    perform put_report_line
    if impact_overflow > 0
        move spaces to report_record
        move impact_overflow to formatted_count
        string "  *** " delimited by size
               function trim(formatted_count) delimited by size
               " further affected run(s) past this report's table;"
                   delimited by size
               " name a later day ***" delimited by size
            into report_text
        perform put_report_line
    end-if
    close report_file
    display "Dataset impact :: " function trim(report_identifier)

    move dataset_name to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    evaluate true
        when went_out_count > 0
            move 2 to return-code
        when impact_count > 0
            move 1 to return-code
        when other
            move 0 to return-code
    end-evaluate
    goback.

*> step gen_yyyymm on a month
next_generation_month.
    move gen_yyyymm(1:4) to gen_year
    move gen_yyyymm(5:2) to gen_month
    add 1 to gen_month
    if gen_month > 12
        move 1 to gen_month
        add 1 to gen_year
    end-if
    compute gen_yyyymm = gen_year * 100 + gen_month.

*> one audit file's runs since the day, through the flow map;
*> close-out records carry no result column and are passed over
scan_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_result not = "SUCCESS" and audit_rec_result not = "FAILURE"
            exit perform cycle
        end-if
        if audit_rec_date < start_date
            exit perform cycle
        end-if
        if audit_rec_program = "run_jobstream" and audit_rec_run_id > 0
            perform note_stream_run
        end-if
        perform weigh_audit_entry
    end-perform
    close audit_file.

*> a run_jobstream run: its stream, for placing the steps it ran
note_stream_run.
    perform varying window_k from 1 by 1 until window_k > window_count
        or win_run_id(window_k) = audit_rec_run_id
        continue
    end-perform
    if window_k > window_count
        if window_count >= 500
            exit paragraph
        end-if
        add 1 to window_count
        move window_count to window_k
        move audit_rec_run_id to win_run_id(window_k)
        move 0 to win_date(window_k), win_start(window_k), win_end(window_k)
    end-if
    move audit_rec_param to win_stream(window_k).

*> did the run read a suspect? then it is affected and everything it
*> writes is suspect; if not, whatever suspect it rewrote on a later
*> day is taken as fixed
weigh_audit_entry.
    move audit_rec_param to expand_key
    move audit_rec_date to expand_date
    move audit_rec_run_id to expand_run_id
    move 0 to expand_static
    move 0 to event_consumed
    move spaces to event_read
    perform varying flow_k from 1 by 1 until flow_k > flow-count
        or event_consumed = 1
        if flow_program(flow_k) = audit_rec_program and flow_role(flow_k) = "I"
            perform check_flow_applies
            if flow_applies = 1
                move flow_pattern(flow_k) to expand_pattern_text
                perform expand_pattern
                if expand_unresolved = 0
                    perform find_active_suspect
                    if match_k > 0
                        move 1 to event_consumed
                        move 0 to a_wild_count
                        inspect expanded_name tallying a_wild_count for all "?"
                        if a_wild_count = 0
                            move expanded_name to event_read
                        else
                            move sus_name(match_k) to event_read
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-perform

    if event_consumed = 1
        perform record_affected_run
    else
        if audit_rec_date > start_date
            perform note_rewrites
        end-if
    end-if.

*> a flow line with a key-parameter prefix applies only to the runs
*> whose key parameter starts with it
check_flow_applies.
    move 1 to flow_applies
    if flow_when_param(flow_k) not = spaces
        move function length(function trim(flow_when_param(flow_k))) to when_length
        if audit_rec_param(1:when_length) not = flow_when_param(flow_k)(1:when_length)
            move 0 to flow_applies
        end-if
    end-if.

*> the first active suspect the expanded name can be; 0 if none
find_active_suspect.
    move 0 to match_k
    move expanded_name to name_a
    perform varying suspect_k from 1 by 1 until suspect_k > suspect_count
        or match_k > 0
        if sus_active(suspect_k) = 1
            move sus_name(suspect_k) to name_b
            perform compare_names
            if names_agree = 1
                move suspect_k to match_k
            end-if
        end-if
    end-perform.

*> the affected run onto the table -- once per program per run, as a
*> program writes several entries in one run -- with its outputs
*> made suspect
record_affected_run.
    move 0 to match_k
    if audit_rec_run_id > 0
        perform varying impact_k from 1 by 1 until impact_k > impact_count
            or match_k > 0
            if imp_run_id(impact_k) = audit_rec_run_id
                and imp_program(impact_k) = audit_rec_program
                move impact_k to match_k
            end-if
        end-perform
    end-if
    if match_k = 0
        if impact_count >= 300
            add 1 to impact_overflow
            exit paragraph
        end-if
        add 1 to impact_count
        move impact_count to match_k
        move audit_rec_run_id to imp_run_id(match_k)
        move audit_rec_date to imp_date(match_k)
        move audit_rec_time to imp_time(match_k)
        move audit_rec_program to imp_program(match_k)
        move audit_rec_param to imp_param(match_k)
        move audit_rec_result to imp_result(match_k)
        move event_read to imp_read(match_k)
        move 0 to imp_went_out(match_k), imp_driver_rc(match_k),
            imp_driver_found(match_k)
        move spaces to imp_stream(match_k), imp_rule(match_k),
            imp_driver(match_k)
        if audit_rec_program = "fb_transmit_job"
            or audit_rec_program = "vendor_return_job"
            move 1 to imp_went_out(match_k)
        end-if
    end-if
    move match_k to impact_k

    perform varying flow_k from 1 by 1 until flow_k > flow-count
        if flow_program(flow_k) = audit_rec_program
            and (flow_role(flow_k) = "O" or flow_role(flow_k) = "U")
            perform check_flow_applies
            if flow_applies = 1
                move flow_pattern(flow_k) to expand_pattern_text
                perform expand_pattern
                if expand_unresolved = 0
                    perform add_output
                    perform add_suspect
                end-if
            end-if
        end-if
    end-perform.

*> the expanded name onto the affected run's outputs, once
add_output.
    perform varying output_k from 1 by 1 until output_k > output_count
        if out_impact(output_k) = impact_k and out_name(output_k) = expanded_name
            exit paragraph
        end-if
    end-perform
    if output_count < 1500
        add 1 to output_count
        move impact_k to out_impact(output_count)
        move expanded_name to out_name(output_count)
    end-if.

*> the expanded name under suspicion, again if it had been fixed
add_suspect.
    perform varying suspect_k from 1 by 1 until suspect_k > suspect_count
        if sus_name(suspect_k) = expanded_name
            move 1 to sus_active(suspect_k)
            exit paragraph
        end-if
    end-perform
    if suspect_count < 500
        add 1 to suspect_count
        move expanded_name to sus_name(suspect_count)
        move 1 to sus_active(suspect_count)
        move 0 to sus_fixed_run(suspect_count), sus_fixed_date(suspect_count)
        move spaces to sus_fixed_program(suspect_count)
    end-if.

*> an unaffected run writing a suspect afresh by its exact name has
*> replaced it; one updating it in place (U) has not, so only O lines
*> count here
note_rewrites.
    perform varying flow_k from 1 by 1 until flow_k > flow-count
        if flow_program(flow_k) = audit_rec_program and flow_role(flow_k) = "O"
            perform check_flow_applies
            if flow_applies = 1
                move flow_pattern(flow_k) to expand_pattern_text
                perform expand_pattern
                move 0 to a_wild_count
                inspect expanded_name tallying a_wild_count for all "?"
                if expand_unresolved = 0 and a_wild_count = 0
                    perform varying suspect_k from 1 by 1
                        until suspect_k > suspect_count
                        if sus_active(suspect_k) = 1
                            and sus_name(suspect_k) = expanded_name
                            move 0 to sus_active(suspect_k)
                            move audit_rec_run_id to sus_fixed_run(suspect_k)
                            move audit_rec_date to sus_fixed_date(suspect_k)
                            move audit_rec_program to sus_fixed_program(suspect_k)
                        end-if
                    end-perform
                end-if
            end-if
        end-if
    end-perform.

*> a flow pattern made a dataset name for the run in hand:
*>     * the key parameter, # less its final extension, @ less its
*>     last "_" piece, + the run date, % the run ID, ? any text.
*> With no run in hand (a stream definition), the date and ID stay
*> open as "?"
expand_pattern.
    move spaces to expanded_name
    move 0 to expand_unresolved
    move 1 to expand_pointer
    move 0 to key_length
    if expand_key not = spaces
        move function length(function trim(expand_key trailing)) to key_length
    end-if
    move key_length to key_dot_length, key_bar_length
    perform varying scan_k from key_length by -1 until scan_k < 2
        if expand_key(scan_k:1) = "." and key_dot_length = key_length
            compute key_dot_length = scan_k - 1
        end-if
        if expand_key(scan_k:1) = "_" and key_bar_length = key_length
            compute key_bar_length = scan_k - 1
        end-if
    end-perform

    move function length(function trim(expand_pattern_text)) to pattern_length
    perform varying pattern_k from 1 by 1 until pattern_k > pattern_length
        move expand_pattern_text(pattern_k:1) to pattern_char
        move 0 to piece_from_key
        evaluate pattern_char
            when "*"
                move 1 to piece_from_key
                move key_length to piece_length
            when "#"
                move 1 to piece_from_key
                move key_dot_length to piece_length
            when "@"
                move 1 to piece_from_key
                move key_bar_length to piece_length
            when "+"
                if expand_static = 1
                    string "?" delimited by size
                        into expanded_name with pointer expand_pointer
                else
                    string expand_date delimited by size
                        into expanded_name with pointer expand_pointer
                end-if
            when "%"
                if expand_static = 1
                    string "?" delimited by size
                        into expanded_name with pointer expand_pointer
                else
                    move expand_run_id to run_id_edit
                    string function trim(run_id_edit) delimited by size
                        into expanded_name with pointer expand_pointer
                end-if
            when other
                string pattern_char delimited by size
                    into expanded_name with pointer expand_pointer
        end-evaluate
        if piece_from_key = 1
            if piece_length < 1
                move 1 to expand_unresolved
            else
                string expand_key(1:piece_length) delimited by size
                    into expanded_name with pointer expand_pointer
            end-if
        end-if
    end-perform.

*> can name_a and name_b be the same dataset? a "?" in either stands
*> for any text; where both have one, the first's open pieces are
*> filled with a placeholder and tried against the second, and the
*> other way about
compare_names.
    move 0 to names_agree
    move name_a to cmp_a
    move name_b to cmp_b
    if cmp_a = cmp_b
        move 1 to names_agree
        exit paragraph
    end-if
    *> a generation-numbered output ("x_g0003_results.txt") is the
    *> map's "x_results.txt" when the other name carries no
    *> generation piece of its own
    move cmp_a to gen_work
    perform strip_generation_piece
    move gen_work to gen_stripped_a
    move gen_piece_found to gen_found_a
    move cmp_b to gen_work
    perform strip_generation_piece
    if gen_found_a = 1 and gen_piece_found = 0
        move gen_stripped_a to cmp_a
    end-if
    if gen_found_a = 0 and gen_piece_found = 1
        move gen_work to cmp_b
    end-if
    if cmp_a = cmp_b
        move 1 to names_agree
        exit paragraph
    end-if
    move 0 to a_wild_count, b_wild_count
    inspect cmp_a tallying a_wild_count for all "?"
    inspect cmp_b tallying b_wild_count for all "?"
    evaluate true
        when a_wild_count = 0 and b_wild_count = 0
            continue
        when a_wild_count = 0
            move cmp_b to glob_pattern
            move cmp_a to glob_text
            perform glob_match
            move glob_result to names_agree
        when b_wild_count = 0
            move cmp_a to glob_pattern
            move cmp_b to glob_text
            perform glob_match
            move glob_result to names_agree
        when other
            move cmp_b to glob_pattern
            move cmp_a to glob_text
            inspect glob_text replacing all "?" by "x"
            perform glob_match
            if glob_result = 0
                move cmp_a to glob_pattern
                move cmp_b to glob_text
                inspect glob_text replacing all "?" by "x"
                perform glob_match
            end-if
            move glob_result to names_agree
    end-evaluate.

*> gen_work with its "_gNNNN" generation piece taken out
strip_generation_piece.
    move 0 to gen_piece_found
    move function length(function trim(gen_work trailing)) to gen_length
    perform varying gen_k from 1 by 1 until gen_k + 5 > gen_length
        or gen_piece_found = 1
        if gen_work(gen_k:2) = "_g" and gen_work(gen_k + 2:4) is numeric
            move 1 to gen_piece_found
            move spaces to gen_rebuilt
            if gen_k > 1
                move gen_work(1:gen_k - 1) to gen_rebuilt
            end-if
            if gen_k + 6 <= gen_length
                move gen_work(gen_k + 6:gen_length - gen_k - 5)
                    to gen_rebuilt(gen_k:)
            end-if
            move gen_rebuilt to gen_work
        end-if
    end-perform.

*> does glob_text fit glob_pattern, a "?" in the pattern taking any
*> run of characters (none included)? the last "?" taken is widened
*> a character at a time whenever the rest fails to line up
glob_match.
    move function length(function trim(glob_pattern trailing)) to glob_pattern_length
    move function length(function trim(glob_text trailing)) to glob_text_length
    move 1 to glob_p, glob_t, glob_result
    move 0 to glob_star_p, glob_star_t
    perform until glob_t > glob_text_length or glob_result = 0
        move space to glob_char
        if glob_p <= glob_pattern_length
            move glob_pattern(glob_p:1) to glob_char
        end-if
        evaluate true
            when glob_p <= glob_pattern_length and glob_char = "?"
                move glob_p to glob_star_p
                move glob_t to glob_star_t
                add 1 to glob_p
            when glob_p <= glob_pattern_length and glob_char = glob_text(glob_t:1)
                add 1 to glob_p
                add 1 to glob_t
            when glob_star_p > 0
                compute glob_p = glob_star_p + 1
                add 1 to glob_star_t
                move glob_star_t to glob_t
            when other
                move 0 to glob_result
        end-evaluate
    end-perform
    if glob_result = 1
        perform forever
            if glob_p > glob_pattern_length
                exit perform
            end-if
            if glob_pattern(glob_p:1) not = "?"
                move 0 to glob_result
                exit perform
            end-if
            add 1 to glob_p
        end-perform
    end-if.

*> one run-statistics file: the stream windows and the affected
*> runs' drivers
scan_stats_file.
    open input stats_file
    perform forever
        read stats_file
            at end exit perform
        end-read
        if stats_rec_date < start_date or stats_rec_run_id = 0
            exit perform cycle
        end-if
        if stats_rec_program = "run_jobstream"
            perform varying window_k from 1 by 1 until window_k > window_count
                if win_run_id(window_k) = stats_rec_run_id
                    move stats_rec_date to win_date(window_k)
                    move stats_rec_start to win_start(window_k)
                    move stats_rec_end to win_end(window_k)
                end-if
            end-perform
        end-if
        perform varying impact_k from 1 by 1 until impact_k > impact_count
            if imp_run_id(impact_k) = stats_rec_run_id
                and imp_driver_found(impact_k) = 0
                move stats_rec_program to imp_driver(impact_k)
                move stats_rec_return_code to imp_driver_rc(impact_k)
                move 1 to imp_driver_found(impact_k)
            end-if
        end-perform
    end-perform
    close stats_file.

*> the scheduler's decisions since the day, for naming the rule that
*> started a stream
load_decisions.
    call "CBL_CHECK_FILE_EXIST" using log_identifier, impact_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input log_file
    perform forever
        read log_file
            at end exit perform
        end-read
        if log_date >= start_date and log_action not = "HOLIDAY"
            and decision_count < 500
            add 1 to decision_count
            move log_date to dec_date(decision_count)
            move log_rule to dec_rule(decision_count)
            move log_stream to dec_stream(decision_count)
        end-if
    end-perform
    close log_file.

*> the stream the affected run ran inside: the stream's own run ID,
*> or a run_jobstream window around the run's time on its day; then
*> the rule that scheduled the stream that day
place_in_stream.
    move 0 to match_k
    perform varying window_k from 1 by 1 until window_k > window_count
        or match_k > 0
        if imp_run_id(impact_k) > 0
            and win_run_id(window_k) = imp_run_id(impact_k)
            move window_k to match_k
        end-if
        if win_date(window_k) = imp_date(impact_k)
            and win_start(window_k) <= imp_time(impact_k)
            and win_end(window_k) >= imp_time(impact_k)
            move window_k to match_k
        end-if
    end-perform
    if match_k = 0
        exit paragraph
    end-if
    move win_stream(match_k) to imp_stream(impact_k)
    perform varying decision_k from 1 by 1 until decision_k > decision_count
        if dec_date(decision_k) = imp_date(impact_k)
            and function trim(dec_stream(decision_k))
                = function trim(imp_stream(impact_k))
            move dec_rule(decision_k) to imp_rule(impact_k)
        end-if
    end-perform.

*> the affected runs in the order they ran, each with what it read,
*> where it ran, and what it wrote
print_affected_runs.
    move spaces to report_record
    move "Runs that read it, or read what was written from it:" to report_text
    perform put_report_line
    if impact_count = 0
        move spaces to report_record
        move "  None since the day named." to report_text
        perform put_report_line
        exit paragraph
    end-if
    perform varying impact_k from 1 by 1 until impact_k > impact_count
        perform count_distinct_run
        move spaces to formatted_time
        string imp_time(impact_k)(1:2) delimited by size
               ":" delimited by size
               imp_time(impact_k)(3:2) delimited by size
               ":" delimited by size
               imp_time(impact_k)(5:2) delimited by size
            into formatted_time
        move spaces to report_record
        move 1 to report_pointer
        if imp_run_id(impact_k) > 0
            move imp_run_id(impact_k) to run_id_edit
            string "  run " delimited by size
                   function trim(run_id_edit) delimited by size
                into report_text with pointer report_pointer
        else
            string "  (no run ID)" delimited by size
                into report_text with pointer report_pointer
        end-if
        string "  " delimited by size
               imp_date(impact_k) delimited by size
               " " delimited by size
               formatted_time delimited by size
               "  " delimited by size
               function trim(imp_program(impact_k)) delimited by size
               "  " delimited by size
               function trim(imp_result(impact_k)) delimited by size
            into report_text with pointer report_pointer
        perform put_report_line

        move spaces to report_record
        string "      key parameter :: " delimited by size
               function trim(imp_param(impact_k)) delimited by size
            into report_text
        perform put_report_line
        move spaces to report_record
        string "      read          :: " delimited by size
               function trim(imp_read(impact_k)) delimited by size
            into report_text
        perform put_report_line
        move spaces to report_record
        move 1 to report_pointer
        string "      ran under     :: " delimited by size
            into report_text with pointer report_pointer
        if imp_driver_found(impact_k) = 1
            string function trim(imp_driver(impact_k)) delimited by size
                   " condition " delimited by size
                   imp_driver_rc(impact_k) delimited by size
                into report_text with pointer report_pointer
        else
            string "no run-statistics line" delimited by size
                into report_text with pointer report_pointer
        end-if
        if imp_stream(impact_k) not = spaces
            string ", stream " delimited by size
                   function trim(imp_stream(impact_k)) delimited by size
                into report_text with pointer report_pointer
            if imp_rule(impact_k) not = spaces
                string " (scheduled by " delimited by size
                       function trim(imp_rule(impact_k)) delimited by size
                       ")" delimited by size
                    into report_text with pointer report_pointer
            end-if
        end-if
        perform put_report_line

        move "      wrote         :: " to report_text
        move 0 to match_k
        perform varying output_k from 1 by 1 until output_k > output_count
            if out_impact(output_k) = impact_k
                if match_k > 0
                    move spaces to report_record
                end-if
                move 1 to match_k
                perform print_output_name
            end-if
        end-perform
        if match_k = 0
            move spaces to report_record
            string "      wrote         :: nothing on the map" delimited by size
                into report_text
            perform put_report_line
        end-if
        if imp_went_out(impact_k) = 1
            move spaces to report_record
            string "      *** WENT OUT OF THE SHOP through " delimited by size
                   function trim(imp_program(impact_k)) delimited by size
                   " -- recall ***" delimited by size
                into report_text
            perform put_report_line
        end-if
    end-perform.

*> a distinct run is counted at its first entry; a run's outputs
*> going out counts the run once
count_distinct_run.
    move 1 to first_of_run
    if imp_run_id(impact_k) > 0
        perform varying impact_j from 1 by 1 until impact_j >= impact_k
            if imp_run_id(impact_j) = imp_run_id(impact_k)
                move 0 to first_of_run
            end-if
        end-perform
    end-if
    if first_of_run = 1
        add 1 to runs_count
    end-if
    if imp_went_out(impact_k) = 1
        add 1 to went_out_count
    end-if.

*> one output, flagged when it is no longer on disk
print_output_name.
    move 24 to report_pointer
    string function trim(out_name(output_k)) delimited by size
        into report_text with pointer report_pointer
    move 0 to a_wild_count
    inspect out_name(output_k) tallying a_wild_count for all "?"
    if a_wild_count = 0
        call "CBL_CHECK_FILE_EXIST" using out_name(output_k), impact_check_buffer
        if return-code not = 0
            string " (not on disk)" delimited by size
                into report_text with pointer report_pointer
        end-if
    end-if
    perform put_report_line.

*> suspects an unaffected run later rewrote
print_fixes.
    perform varying suspect_k from 1 by 1 until suspect_k > suspect_count
        if sus_fixed_date(suspect_k) > 0 and sus_active(suspect_k) = 0
            add 1 to fixed_count
            if fixed_count = 1
                move spaces to report_record
                perform put_report_line
                move spaces to report_record
                move "Rewritten since by a run that was not affected (readers after it not counted):"
                    to report_text
                perform put_report_line
            end-if
            move sus_fixed_run(suspect_k) to run_id_edit
            move spaces to report_record
            string "  " delimited by size
                   function trim(sus_name(suspect_k)) delimited by size
                   " :: " delimited by size
                   sus_fixed_date(suspect_k) delimited by size
                   " by " delimited by size
                   function trim(sus_fixed_program(suspect_k)) delimited by size
                   " run " delimited by size
                   function trim(run_id_edit) delimited by size
                into report_text
            perform put_report_line
        end-if
    end-perform.

*> the affected outputs that left the shop
print_recall_list.
    move spaces to report_record
    perform put_report_line
    move spaces to report_record
    move "Recall list (affected outputs that went out):" to report_text
    perform put_report_line
    if went_out_count = 0
        move spaces to report_record
        move "  Nothing affected went out." to report_text
        perform put_report_line
        exit paragraph
    end-if
    perform varying impact_k from 1 by 1 until impact_k > impact_count
        if imp_went_out(impact_k) = 1
            move spaces to report_record
            move 1 to report_pointer
            if imp_run_id(impact_k) > 0
                move imp_run_id(impact_k) to run_id_edit
                string "  run " delimited by size
                       function trim(run_id_edit) delimited by size
                    into report_text with pointer report_pointer
            else
                string "  (no run ID)" delimited by size
                    into report_text with pointer report_pointer
            end-if
            string "  " delimited by size
                   imp_date(impact_k) delimited by size
                   "  " delimited by size
                   function trim(imp_program(impact_k)) delimited by size
                   " :: " delimited by size
                   function trim(imp_param(impact_k)) delimited by size
                into report_text with pointer report_pointer
            perform put_report_line
            perform varying output_k from 1 by 1 until output_k > output_count
                if out_impact(output_k) = impact_k
                    move spaces to report_record
                    string "        sent as " delimited by size
                           function trim(out_name(output_k)) delimited by size
                        into report_text
                    perform put_report_line
                end-if
            end-perform
        end-if
    end-perform.

*> one line per affected run, to re-run in order
print_rerun_list.
    move spaces to report_record
    perform put_report_line
    move spaces to report_record
    move "Re-run list (in the order they ran):" to report_text
    perform put_report_line
    if impact_count = 0
        move spaces to report_record
        move "  Nothing to re-run." to report_text
        perform put_report_line
        exit paragraph
    end-if
    perform varying impact_k from 1 by 1 until impact_k > impact_count
        move 1 to first_of_run
        if imp_run_id(impact_k) > 0
            perform varying impact_j from 1 by 1 until impact_j >= impact_k
                if imp_run_id(impact_j) = imp_run_id(impact_k)
                    move 0 to first_of_run
                end-if
            end-perform
        end-if
        if first_of_run = 1
            move spaces to report_record
            move 1 to report_pointer
            if imp_run_id(impact_k) > 0
                move imp_run_id(impact_k) to run_id_edit
                string "  run " delimited by size
                       function trim(run_id_edit) delimited by size
                    into report_text with pointer report_pointer
            else
                string "  (no run ID)" delimited by size
                    into report_text with pointer report_pointer
            end-if
            string "  " delimited by size
                   imp_date(impact_k) delimited by size
                   "  " delimited by size
                into report_text with pointer report_pointer
            if imp_driver_found(impact_k) = 1
                string function trim(imp_driver(impact_k)) delimited by size
                    into report_text with pointer report_pointer
            else
                string function trim(imp_program(impact_k)) delimited by size
                       " " delimited by size
                       function trim(imp_param(impact_k)) delimited by size
                    into report_text with pointer report_pointer
            end-if
            if imp_stream(impact_k) not = spaces
                string " in stream " delimited by size
                       function trim(imp_stream(impact_k)) delimited by size
                    into report_text with pointer report_pointer
            end-if
            perform put_report_line
        end-if
    end-perform.

*> the scheduled streams' steps that will read the dataset, or what
*> an earlier step writes from it, the next time they run
print_stream_map.
    move spaces to report_record
    perform put_report_line
    move spaces to report_record
    move "Scheduled stream steps that read it:" to report_text
    perform put_report_line
    call "CBL_CHECK_FILE_EXIST" using schedule_identifier, impact_check_buffer
    if return-code not = 0
        move spaces to report_record
        move "  No schedule definition on file." to report_text
        perform put_report_line
        exit paragraph
    end-if
    open input schedule_file
    perform forever
        read schedule_file
            at end exit perform
        end-read
        if function trim(schedule_line) = spaces
            exit perform cycle
        end-if
        if rule_count < 50
            add 1 to rule_count
            move spaces to rule_name, rule_selector, rule_stream
            unstring schedule_line delimited by "," into rule_name,
                rule_selector, rule_stream
            move function trim(rule_name) to rt_name(rule_count)
            move function upper-case(function trim(rule_selector))
                to rt_selector(rule_count)
            move function trim(rule_stream) to rt_stream(rule_count)
        end-if
    end-perform
    close schedule_file

    perform varying rule_k from 1 by 1 until rule_k > rule_count
        move rt_stream(rule_k) to stream_identifier
        call "CBL_CHECK_FILE_EXIST" using stream_identifier, impact_check_buffer
        if return-code = 0
            perform walk_stream
        end-if
    end-perform
    if stream_steps_found = 0
        move spaces to report_record
        move "  No scheduled step reads it by name." to report_text
        perform put_report_line
    end-if.

*> one stream definition, step by step: a step reading a suspect
*> makes its outputs suspect for the steps after it
walk_stream.
    move 1 to stream_suspect_count
    move dataset_name to ss_name(1)
    move 0 to stream_hit
    move 1 to expand_static
    move 0 to expand_date, expand_run_id
    open input stream_file
    perform forever
        read stream_file
            at end exit perform
        end-read
        if function trim(stream_line) = spaces
            exit perform cycle
        end-if
        move spaces to step_name, step_program, step_param_file, step_rest
        unstring stream_line delimited by "," into step_name, step_program,
            step_param_file, step_rest
        move function trim(step_name) to step_name
        move function trim(step_program) to step_program
        move function trim(step_param_file) to step_param_file

        *> an unattended conversion's input is the INPUT_FILE setting
        *> on the step's parameter file; other steps' keyed inputs
        *> aren't known until they run
        move spaces to expand_key
        move step_program to flow_program_name
        if step_program = "roman_numeral_converter"
            move "convert_numeral_file" to flow_program_name
            if step_param_file not = spaces
                move "INPUT_FILE" to param_key
                call "read_control_param" using step_param_file, param_key,
                    param_text, param_found
                if param_found = 1
                    move function trim(param_text) to expand_key
                end-if
            end-if
        end-if

        move 0 to step_reads, step_unresolved
        move spaces to event_read
        perform varying flow_k from 1 by 1 until flow_k > flow-count
            or step_reads = 1
            if flow_program(flow_k) = flow_program_name and flow_role(flow_k) = "I"
                move flow_pattern(flow_k) to expand_pattern_text
                perform expand_pattern
                if expand_unresolved = 1
                    move 1 to step_unresolved
                else
                    move expanded_name to name_a
                    perform varying stream_suspect_k from 1 by 1
                        until stream_suspect_k > stream_suspect_count
                        or step_reads = 1
                        move ss_name(stream_suspect_k) to name_b
                        perform compare_names
                        if names_agree = 1
                            move 1 to step_reads
                            move ss_name(stream_suspect_k) to event_read
                        end-if
                    end-perform
                end-if
            end-if
        end-perform

        evaluate true
            when step_reads = 1
                add 1 to stream_steps_found
                move 1 to stream_hit
                move spaces to report_record
                string "  " delimited by size
                       function trim(rt_name(rule_k)) delimited by size
                       " (" delimited by size
                       function trim(rt_selector(rule_k)) delimited by size
                       ") :: " delimited by size
                       function trim(stream_identifier) delimited by size
                       " :: step " delimited by size
                       function trim(step_name) delimited by size
                       " " delimited by size
                       function trim(step_program) delimited by size
                       " reads " delimited by size
                       function trim(event_read) delimited by size
                    into report_text
                perform put_report_line
                perform varying flow_k from 1 by 1 until flow_k > flow-count
                    if flow_program(flow_k) = flow_program_name
                        and (flow_role(flow_k) = "O" or flow_role(flow_k) = "U")
                        move flow_pattern(flow_k) to expand_pattern_text
                        perform expand_pattern
                        if expand_unresolved = 0 and stream_suspect_count < 100
                            add 1 to stream_suspect_count
                            move expanded_name to ss_name(stream_suspect_count)
                        end-if
                    end-if
                end-perform
            when step_unresolved = 1 and stream_hit = 1
                move spaces to report_record
                string "  " delimited by size
                       function trim(rt_name(rule_k)) delimited by size
                       " (" delimited by size
                       function trim(rt_selector(rule_k)) delimited by size
                       ") :: " delimited by size
                       function trim(stream_identifier) delimited by size
                       " :: step " delimited by size
                       function trim(step_name) delimited by size
                       " " delimited by size
                       function trim(step_program) delimited by size
                       " follows; its input is keyed at run time" delimited by size
                    into report_text
                perform put_report_line
        end-evaluate
    end-perform
    close stream_file
    move 0 to expand_static.

*> one line to the report file and the console
put_report_line.
    write report_record
    display function trim(report_text trailing).
