*> source_control_chart_job.cob
*>
*> Keeps a running control chart of each delivery source's reject
*> rate (INVALID over TOKENS_READ) and review-diversion rate
*> (REVIEW_QUEUED over TOKENS_READ), off the trailer counts conv_file
*> leaves beside every batch ("<batch>_controls.txt"; a GEN_DATASETS
*> batch is read under its latest generation off the input's
*> catalog). Every processed delivery on the intake register
*> (intake_register.txt) not yet on the chart is put on
*> source_control_chart.txt, one point per batch, with the limits it
*> was judged against:
*>     <source(20)> <delivery(40)> <run id(6)> <business date(8)>
*>     <tokens(9)> <invalid(9)> <review queued(9)>
*>     <reject centre(7)> <LCL(7)> <UCL(7)> <signal(6)>
*>     <review centre(7)> <LCL(7)> <UCL(7)> <signal(6)>
*> Rates are proportions to six places. The limits are a p-chart's:
*> the centre line is the source's pooled rate over every earlier
*> point, and the limits three standard errors either side of it at
*> the batch's own token count (the lower one no less than zero).
*> Until a source has CHART_MIN_POINTS earlier points
*> (roman_converter_params.txt, default 8) its points are charted as
*> LEARN and judged against nothing. After that:
*>     ABOVE  the rate is over the upper limit -- a CTRL-LIMIT error
*>            on the exceptions dataset, and the run fails so the
*>            scheduler sees it;
*>     BELOW  the rate is under the lower limit -- a CTRL-LIMIT
*>            warning: better than the process allows for, which is
*>            as often a short or mis-counted batch as a good one;
*>     TREND  the last CHART_RUN_LENGTH points (default 7), this one
*>            included, all rose one on the last, or all sat above
*>            the centre line -- a CTRL-TREND warning.
*> source_control_chart_report prints the chart, source by source.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the trailer counts are read here through a wide
*>                      enough file name, as a generation's controls
*>                      dataset name runs past what read_control_param
*>                      takes.

identification division.
program-id. source_control_chart_job.

environment division.
input-output section.
file-control.
    select intake_file assign intake_identifier
    organization is line sequential.

    select chart_file assign chart_identifier
    organization is line sequential.

    *> the input's generation catalog, when GEN_DATASETS is on
    select gencat_file assign gencat_identifier
    organization is line sequential.

    *> a batch's KEY=VALUE trailer-counts dataset
    select controls_file assign controls_identifier
    organization is line sequential.

data division.
file section.
fd intake_file.
01 intake_record.
    05 itk_file pic x(40).
    05 filler pic x(1).
    05 itk_source pic x(20).
    05 filler pic x(1).
    05 itk_arrival pic 9(8).
    05 filler pic x(1).
    05 itk_expected pic 9(9).
    05 filler pic x(1).
    05 itk_due pic 9(8).
    05 filler pic x(1).
    05 itk_processed pic 9.
    05 filler pic x(1).
    05 itk_run_id pic 9(6).
    05 filler pic x(1).
    05 itk_proc_date pic 9(8).
    05 filler pic x(1).
    05 itk_department pic x(8).

fd chart_file.
01 chart_record pic x(170).

fd gencat_file.
01 gencat_record.
    05 gencat_gen pic 9(4).
    05 filler pic x(1).
    05 gencat_date pic 9(8).

fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

working-storage section.
*> the chart as it stands, every point so far plus the pass's new ones
01 point-table.
    05 point-entry occurs 3000 times.
        10 pt_record.
            15 pt_source pic x(20).
            15 filler pic x(1).
            15 pt_delivery pic x(40).
            15 filler pic x(1).
            15 pt_run_id pic 9(6).
            15 filler pic x(1).
            15 pt_business_date pic 9(8).
            15 filler pic x(1).
            15 pt_tokens pic 9(9).
            15 filler pic x(1).
            15 pt_invalid pic 9(9).
            15 filler pic x(1).
            15 pt_review pic 9(9).
            15 filler pic x(1).
            15 pt_chart occurs 2 times.
                20 pt_centre pic 9v9(6).
                20 filler pic x(1).
                20 pt_lcl pic 9v9(6).
                20 filler pic x(1).
                20 pt_ucl pic 9v9(6).
                20 filler pic x(1).
                20 pt_signal pic x(6).
                20 filler pic x(1).
*> the source's latest points, oldest first, for the run rule
01 recent-table.
    05 recent_rate pic 9v9(6) occurs 99 times.
01 chart-name-def.
    05 filler pic x(3) value "REJ".
    05 filler pic x(3) value "REV".
01 chart-name-table redefines chart-name-def.
    05 chart_name pic x(3) occurs 2 times.
77 point_count pic s9(4) comp value 0. *> points on the table
77 point_overflow pic 9(6) value 0. *> register points past the table
77 point_k pic s9(4) comp. *> index over the points
77 new_k pic s9(4) comp. *> the point being judged
77 chart_k pic s9(4) comp. *> 1 = reject rate, 2 = review-diversion rate
77 recent_count pic s9(4) comp. *> points on the recent table
77 recent_k pic s9(4) comp. *> index over the recent table
77 intake_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 chart_identifier pic x(40) value "source_control_chart.txt". *> every point charted
77 gencat_identifier pic x(52). *> a batch's generation catalog
77 controls_identifier pic x(64). *> a batch's trailer-counts dataset
77 control_key pic x(20). *> key of a KEY=VALUE trailer line
77 control_text pic x(30). *> its value, as written
77 chart_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 batch_base pic x(46). *> the batch's name, or its latest generation's
77 gen_number pic 9(4). *> a batch's latest output generation
77 already_charted pic 9. *> 1 when the delivery's run is on the chart
77 counts_found pic 9. *> 1 when the batch's trailer counts are on file
77 param_identifier pic x(40) value "roman_converter_params.txt". *> the converter settings family
77 param_key pic x(20). *> setting being looked up
77 param_text pic x(30). *> its value, as text
77 param_found pic 9. *> 1 if the setting is on file
77 min_points pic 9(3). *> earlier points a source needs before it is judged
77 run_length pic 9(2). *> points in a row the run rule looks at
77 prior_points pic 9(6). *> the source's earlier points
77 prior_tokens pic 9(15). *> tokens over them
77 prior_count pic 9(15). *> rejects (or review diversions) over them
77 point_rate pic 9v9(6). *> the point's rate
77 centre_rate pic 9v9(6). *> the source's pooled rate
77 sigma_rate pic 9v9(6). *> one standard error at the point's token count
77 upper_limit pic 9(2)v9(6). *> centre plus three standard errors, before the cap
77 lower_limit pic s9(2)v9(6). *> centre less three standard errors, before the floor
77 rising_run pic 9. *> 1 while every recent point rose on the last
77 above_run pic 9. *> 1 while every recent point sat above the centre
77 charted_count pic 9(6) value 0. *> points added this pass
77 no_counts_count pic 9(6) value 0. *> processed deliveries with no usable trailer counts
77 above_count pic 9(6) value 0. *> points over an upper limit
77 below_count pic 9(6) value 0. *> points under a lower limit
77 trend_count pic 9(6) value 0. *> points closing a run
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_percent pic zz9.99. *> a rate, as a percentage
77 exception_severity pic x(1). *> E over the limit, W otherwise
77 exception_reason pic x(12). *> CTRL-LIMIT or CTRL-TREND
77 exception_key_values pic x(40). *> chart, source, and delivery
77 audit_program_name pic x(30) value "source_control_chart_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the pass's counts, for the audit log entry
77 audit_pointer pic s9(4) comp. *> where the next count goes on the audit entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 lock_action pic x(4). *> TAKE or FREE, for the chart's update lock
77 lock_name pic x(40) value "source_control_chart.lock". *> whoever creates it holds the chart
77 lock_owner pic x(30) value "source_control_chart_job". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 run_start_time pic 9(8). *> HHMMSSCC captured at the very start of the run, for the run-statistics log
77 run_end_time pic 9(8). *> HHMMSSCC captured at the very end of the run, for the run-statistics log
77 run_program_name pic x(30) value "source_control_chart_job". *> this program's name, for the run-statistics log
77 run_processed pic 9(12) value 0. *> points charted, for the run-statistics log
77 run_return_code pic 9 value 0. *> 0=success, 1=a point over its upper limit or the chart refused

procedure division.
    accept run_start_time from time

    move 8 to min_points
    move 7 to run_length
    move "CHART_MIN_POINTS" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to min_points
    end-if
    if min_points < 2
        move 2 to min_points
    end-if
    move "CHART_RUN_LENGTH" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and function trim(param_text) is numeric
        move function numval(param_text) to run_length
    end-if
    if run_length < 2
        move 2 to run_length
    end-if

    display "Source control chart :: learn " min_points " point(s), run rule "
        run_length
    display "----------------------------------------------------------------"

    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the control chart's lock; another pass"
            " is running. Nothing charted. ***"
        move "CHART LOCKED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to run_return_code
        perform finish_run
        goback
    end-if

    perform load_chart
    if point_overflow > 0
        display "*** The control chart runs past this job's table ("
            point_overflow " extra point(s)); nothing charted. ***"
        move "CHART FULL" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to run_return_code
        perform free_chart_lock
        perform finish_run
        goback
    end-if

    call "CBL_CHECK_FILE_EXIST" using intake_identifier, chart_check_buffer
    if return-code = 0
        open input intake_file
        perform forever
            read intake_file
                at end exit perform
            end-read
            if itk_processed not = 1 or itk_source = spaces
                exit perform cycle
            end-if
            perform check_charted
            if already_charted = 1
                exit perform cycle
            end-if
            if point_count >= 3000
                display "*** The control chart is full; the rest of the"
                    " deliveries wait for a larger table ***"
                exit perform
            end-if
            perform chart_delivery
        end-perform
        close intake_file
    end-if
    perform free_chart_lock

    display "----------------------------------------------------------------"
    move charted_count to formatted_count
    display "Points charted        : " formatted_count
    move above_count to formatted_count
    display "Over an upper limit   : " formatted_count
    move below_count to formatted_count
    display "Under a lower limit   : " formatted_count
    move trend_count to formatted_count
    display "Run-rule signals      : " formatted_count
    move no_counts_count to formatted_count
    display "No trailer counts     : " formatted_count

    move charted_count to formatted_count
    move spaces to audit_key_param
    move 1 to audit_pointer
    string "charted " delimited by size
           function trim(formatted_count) delimited by size
        into audit_key_param with pointer audit_pointer
    move above_count to formatted_count
    string " above " delimited by size
           function trim(formatted_count) delimited by size
        into audit_key_param with pointer audit_pointer
    move below_count to formatted_count
    string " below " delimited by size
           function trim(formatted_count) delimited by size
        into audit_key_param with pointer audit_pointer
    move trend_count to formatted_count
    string " trend " delimited by size
           function trim(formatted_count) delimited by size
        into audit_key_param with pointer audit_pointer
    if above_count > 0
        move 1 to run_return_code
        move "FAILURE" to audit_result
    else
        move "SUCCESS" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    perform finish_run
    goback.

*> the chart so far, onto the table
load_chart.
    call "CBL_CHECK_FILE_EXIST" using chart_identifier, chart_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input chart_file
    perform forever
        read chart_file
            at end exit perform
        end-read
        if chart_record = spaces
            exit perform cycle
        end-if
        if point_count < 3000
            add 1 to point_count
            move chart_record to pt_record(point_count)
        else
            add 1 to point_overflow
        end-if
    end-perform
    close chart_file.

*> a delivery's run goes on the chart once
check_charted.
    move 0 to already_charted
    perform varying point_k from 1 by 1 until point_k > point_count
        or already_charted = 1
        if pt_delivery(point_k) = itk_file and pt_run_id(point_k) = itk_run_id
            move 1 to already_charted
        end-if
    end-perform.

*> one processed delivery onto the chart, judged on both rates
chart_delivery.
    *> a GEN_DATASETS batch's artifacts hang off its latest generation
    move itk_file to batch_base
    move spaces to gencat_identifier
    string function trim(itk_file) delimited by size
           "_gencat.txt" delimited by size
        into gencat_identifier
    call "CBL_CHECK_FILE_EXIST" using gencat_identifier, chart_check_buffer
    if return-code = 0
        move 0 to gen_number
        open input gencat_file
        perform forever
            read gencat_file
                at end exit perform
            end-read
            move gencat_gen to gen_number
        end-perform
        close gencat_file
        if gen_number > 0
            move spaces to batch_base
            string function trim(itk_file) delimited by size
                   "_g" delimited by size
                   gen_number delimited by size
                into batch_base
        end-if
    end-if
    move spaces to controls_identifier
    string function trim(batch_base) delimited by size
           "_controls.txt" delimited by size
        into controls_identifier

    add 1 to point_count
    move point_count to new_k
    move spaces to pt_record(new_k)
    move itk_source to pt_source(new_k)
    move itk_file to pt_delivery(new_k)
    move itk_run_id to pt_run_id(new_k)
    move itk_proc_date to pt_business_date(new_k)
    move 0 to pt_tokens(new_k), pt_invalid(new_k), pt_review(new_k)
    move 0 to counts_found
    perform read_controls_dataset

    *> a batch with nothing read has no rate to chart
    if counts_found = 0 or pt_tokens(new_k) = 0
        subtract 1 from point_count
        add 1 to no_counts_count
        display "  no trailer counts :: " function trim(itk_file)
        exit paragraph
    end-if

    perform varying chart_k from 1 by 1 until chart_k > 2
        perform judge_point
    end-perform

    call "CBL_CHECK_FILE_EXIST" using chart_identifier, chart_check_buffer
    if return-code = 0
        open extend chart_file
    else
        open output chart_file
    end-if
    move pt_record(new_k) to chart_record
    write chart_record
    close chart_file
    add 1 to charted_count
    add 1 to run_processed.

*> the batch's trailer counts onto its point; a generation's dataset
*> name runs past what read_control_param takes, so it is read here
read_controls_dataset.
    call "CBL_CHECK_FILE_EXIST" using controls_identifier, chart_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input controls_file
    perform forever
        read controls_file
            at end exit perform
        end-read
        move spaces to control_key, control_text
        unstring controls_line delimited by "="
            into control_key, control_text
        end-unstring
        if function trim(control_text) = spaces
            or function trim(control_text) is not numeric
            exit perform cycle
        end-if
        evaluate control_key
            when "TOKENS_READ"
                move function numval(control_text) to pt_tokens(new_k)
                move 1 to counts_found
            when "INVALID"
                move function numval(control_text) to pt_invalid(new_k)
            when "BUSINESS_DATE"
                move function numval(control_text) to pt_business_date(new_k)
            when "REVIEW_QUEUED"
                move function numval(control_text) to pt_review(new_k)
        end-evaluate
    end-perform
    close controls_file.

*> the new point against its source's earlier points, on one chart:
*> the p-chart limits from the pooled rate, then the run rule over
*> the latest run_length points
judge_point.
    move 0 to prior_points, prior_tokens, prior_count, recent_count
    perform varying point_k from 1 by 1 until point_k >= new_k
        if pt_source(point_k) = pt_source(new_k)
            add 1 to prior_points
            add pt_tokens(point_k) to prior_tokens
            if chart_k = 1
                add pt_invalid(point_k) to prior_count
                compute point_rate = pt_invalid(point_k) / pt_tokens(point_k)
            else
                add pt_review(point_k) to prior_count
                compute point_rate = pt_review(point_k) / pt_tokens(point_k)
            end-if
            perform keep_recent_rate
        end-if
    end-perform
    if chart_k = 1
        compute point_rate = pt_invalid(new_k) / pt_tokens(new_k)
    else
        compute point_rate = pt_review(new_k) / pt_tokens(new_k)
    end-if
    perform keep_recent_rate

    move 0 to pt_centre(new_k, chart_k), pt_lcl(new_k, chart_k),
        pt_ucl(new_k, chart_k)
    if prior_points < min_points or prior_tokens = 0
        move "LEARN" to pt_signal(new_k, chart_k)
        exit paragraph
    end-if

    compute centre_rate rounded = prior_count / prior_tokens
    compute sigma_rate rounded = function sqrt(centre_rate * (1 - centre_rate)
        / pt_tokens(new_k))
    compute upper_limit = centre_rate + 3 * sigma_rate
    compute lower_limit = centre_rate - 3 * sigma_rate
    if upper_limit > 1
        move 1 to upper_limit
    end-if
    if lower_limit < 0
        move 0 to lower_limit
    end-if
    move centre_rate to pt_centre(new_k, chart_k)
    move upper_limit to pt_ucl(new_k, chart_k)
    move lower_limit to pt_lcl(new_k, chart_k)

    evaluate true
        when point_rate > pt_ucl(new_k, chart_k)
            move "ABOVE" to pt_signal(new_k, chart_k)
            add 1 to above_count
            move "E" to exception_severity
            move "CTRL-LIMIT" to exception_reason
        when point_rate < pt_lcl(new_k, chart_k)
            move "BELOW" to pt_signal(new_k, chart_k)
            add 1 to below_count
            move "W" to exception_severity
            move "CTRL-LIMIT" to exception_reason
        when other
            perform check_run_rule
            if rising_run = 1 or above_run = 1
                move "TREND" to pt_signal(new_k, chart_k)
                add 1 to trend_count
                move "W" to exception_severity
                move "CTRL-TREND" to exception_reason
            else
                move spaces to pt_signal(new_k, chart_k)
                exit paragraph
            end-if
    end-evaluate

    compute formatted_percent rounded = point_rate * 100
    display "  " pt_signal(new_k, chart_k) " " chart_name(chart_k) " :: "
        function trim(pt_source(new_k)) " :: " function trim(pt_delivery(new_k))
        " at " function trim(formatted_percent) "%"
    move spaces to exception_key_values
    string chart_name(chart_k) delimited by size
           " " delimited by size
           function trim(pt_source(new_k)) delimited by size
           " " delimited by size
           function trim(pt_delivery(new_k)) delimited by size
        into exception_key_values
    call "write_exception" using audit_program_name, exception_severity,
        exception_reason, exception_key_values.

*> a rate onto the recent table, the oldest dropping off once the
*> table holds a run's worth
keep_recent_rate.
    if recent_count < run_length
        add 1 to recent_count
    else
        perform varying recent_k from 1 by 1 until recent_k >= recent_count
            move recent_rate(recent_k + 1) to recent_rate(recent_k)
        end-perform
    end-if
    move point_rate to recent_rate(recent_count).

*> a full run, each point up on the one before, or every point above
*> the centre line
check_run_rule.
    move 0 to rising_run, above_run
    if recent_count < run_length
        exit paragraph
    end-if
    move 1 to rising_run, above_run
    perform varying recent_k from 1 by 1 until recent_k > recent_count
        if recent_rate(recent_k) not > pt_centre(new_k, chart_k)
            move 0 to above_run
        end-if
        if recent_k > 1
            if recent_rate(recent_k) not > recent_rate(recent_k - 1)
                move 0 to rising_run
            end-if
        end-if
    end-perform.

free_chart_lock.
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status.

finish_run.
    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        run_processed, run_return_code
    move run_return_code to return-code.
