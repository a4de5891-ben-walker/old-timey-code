*> source_control_chart_report.cob
*>
*> The printable control charts, off the points
*> source_control_chart_job keeps on source_control_chart.txt: for
*> one delivery source, or every source when none is given, the
*> reject-rate chart and then the review-diversion chart, every batch
*> plotted in the order it was charted against the limits it was
*> judged by. Each point's line carries its rate and limits as
*> percentages and a plot band running from zero to the chart's
*> highest rate or limit:
*>     L the lower limit, C the centre line, U the upper limit,
*>     * the batch's rate, or X where it was outside the limits;
*> with the signal the job raised on it (ABOVE, BELOW, TREND, or
*> LEARN while the source was still building its limits). Each chart
*> closes with the latest limits and its signal counts. Written to
*> source_control_chart_report.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. source_control_chart_report.

environment division.
input-output section.
file-control.
    select chart_file assign chart_identifier
    organization is line sequential.

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd chart_file.
01 chart_record pic x(170).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> every point on the chart, in the order charted
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
        10 pt_printed pic 9.
01 chart-title-def.
    05 filler pic x(52) value "Reject rate (INVALID / TOKENS_READ)".
    05 filler pic x(52) value "Review-diversion rate (REVIEW_QUEUED / TOKENS_READ)".
01 chart-title-table redefines chart-title-def.
    05 chart_title pic x(52) occurs 2 times.
77 point_count pic s9(4) comp value 0. *> points on the table
77 point_overflow pic 9(6) value 0. *> chart points past the table
77 point_k pic s9(4) comp. *> index over the points
77 source_k pic s9(4) comp. *> the first point of the source being printed
77 chart_k pic s9(4) comp. *> 1 = reject rate, 2 = review-diversion rate
77 latest_k pic s9(4) comp. *> the source's latest point on the chart
77 chart_identifier pic x(40) value "source_control_chart.txt". *> every point charted
77 report_identifier pic x(40) value "source_control_chart_report.txt". *> the printable charts
77 chart_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ask_source pic x(20). *> the source asked for; spaces = every source
77 print_source pic x(20). *> the source being printed
77 sources_printed pic 9(4) value 0. *> sources with a chart in the report
77 point_rate pic 9v9(6). *> the point's rate
77 scale_rate pic 9v9(6). *> the chart's highest rate or limit, the plot's right edge
77 plot_line pic x(40). *> the point's plot band
77 plot_position pic s9(4) comp. *> where a rate falls on the band
77 plot_rate pic 9v9(6). *> the rate being placed on the band
77 plot_mark pic x(1). *> the mark being placed
77 chart_points pic 9(6). *> points on the chart
77 chart_above pic 9(6). *> of those, over the upper limit
77 chart_below pic 9(6). *> of those, under the lower limit
77 chart_trend pic 9(6). *> of those, closing a run
77 report_pointer pic s9(4) comp. *> where the next piece of a report line goes
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_count_2 pic z(5)9. *> a second count on the same line
77 formatted_percent pic zz9.99. *> a rate, as a percentage
77 audit_program_name pic x(30) value "source_control_chart_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the source printed, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "CBL_CHECK_FILE_EXIST" using chart_identifier, chart_check_buffer
    if return-code not = 0
        display "Nothing charted yet :: " function trim(chart_identifier)
        move 2 to return-code
        goback
    end-if

    display "Delivery source (blank for every source)?: " with no advancing
    accept ask_source

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
            move 0 to pt_printed(point_count)
        else
            add 1 to point_overflow
        end-if
    end-perform
    close chart_file
    if point_overflow > 0
        display "*** The chart runs past this report's table; "
            point_overflow " later point(s) left off ***"
    end-if

    open output report_file
    move spaces to report_record
    move "Source control charts" to report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:120)
    perform put_report_line

    *> source by source, in the order each first reached the chart
    perform varying source_k from 1 by 1 until source_k > point_count
        if pt_printed(source_k) = 0
            move pt_source(source_k) to print_source
            perform varying point_k from source_k by 1
                until point_k > point_count
                if pt_source(point_k) = print_source
                    move 1 to pt_printed(point_k)
                    move point_k to latest_k
                end-if
            end-perform
            if ask_source = spaces or ask_source = print_source
                add 1 to sources_printed
                perform varying chart_k from 1 by 1 until chart_k > 2
                    perform print_source_chart
                end-perform
            end-if
        end-if
    end-perform

    if sources_printed = 0
        move spaces to report_record
        string "No points charted for " delimited by size
               function trim(ask_source) delimited by size
            into report_text
        perform put_report_line
    end-if
    close report_file
    display "Control chart report :: " function trim(report_identifier)

    if ask_source = spaces
        move "ALL SOURCES" to audit_key_param
    else
        move ask_source to audit_key_param
    end-if
    if sources_printed > 0
        move "SUCCESS" to audit_result
    else
        move "FAILURE" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    if sources_printed > 0
        move 0 to return-code
    else
        move 2 to return-code
    end-if
    goback.

*> one source's chart: the scale, the points against their limits,
*> and the latest limits with the signal counts
print_source_chart.
    move 0 to chart_points, chart_above, chart_below, chart_trend
    move 0.01 to scale_rate
    perform varying point_k from source_k by 1 until point_k > latest_k
        if pt_source(point_k) = print_source
            perform take_point_rate
            if point_rate > scale_rate
                move point_rate to scale_rate
            end-if
            if pt_ucl(point_k, chart_k) > scale_rate
                move pt_ucl(point_k, chart_k) to scale_rate
            end-if
        end-if
    end-perform

    move spaces to report_record
    perform put_report_line
    move spaces to report_record
    string "Control chart :: " delimited by size
           function trim(print_source) delimited by size
           " :: " delimited by size
           function trim(chart_title(chart_k)) delimited by size
        into report_text
    perform put_report_line
    move spaces to report_record
    move "  Date     Delivery                 Run id  Rate%   LCL%    CL%   UCL%"
        to report_text
    move "0%" to report_text(73:2)
    compute formatted_percent rounded = scale_rate * 100
    move formatted_percent to report_text(106:6)
    move "%" to report_text(112:1)
    move "Signal" to report_text(115:6)
    perform put_report_line

    perform varying point_k from source_k by 1 until point_k > latest_k
        if pt_source(point_k) = print_source
            perform print_point
        end-if
    end-perform

    move spaces to report_record
    move 1 to report_pointer
    if pt_signal(latest_k, chart_k) = "LEARN"
        move "  Latest limits :: still learning" to report_text
    else
        compute formatted_percent rounded = pt_centre(latest_k, chart_k) * 100
        string "  Latest limits :: centre " delimited by size
               function trim(formatted_percent) delimited by size
               "%, LCL " delimited by size
            into report_text with pointer report_pointer
        compute formatted_percent rounded = pt_lcl(latest_k, chart_k) * 100
        string function trim(formatted_percent) delimited by size
               "%, UCL " delimited by size
            into report_text with pointer report_pointer
        compute formatted_percent rounded = pt_ucl(latest_k, chart_k) * 100
        string function trim(formatted_percent) delimited by size
               "%" delimited by size
            into report_text with pointer report_pointer
    end-if
    perform put_report_line
    move chart_points to formatted_count
    move chart_above to formatted_count_2
    move spaces to report_record
    move 1 to report_pointer
    string "  Points :: " delimited by size
           function trim(formatted_count) delimited by size
           ", above " delimited by size
           function trim(formatted_count_2) delimited by size
        into report_text with pointer report_pointer
    move chart_below to formatted_count
    move chart_trend to formatted_count_2
    string ", below " delimited by size
           function trim(formatted_count) delimited by size
           ", trend " delimited by size
           function trim(formatted_count_2) delimited by size
        into report_text with pointer report_pointer
    perform put_report_line.

*> the point's rate on the chart being printed
take_point_rate.
    if pt_tokens(point_k) = 0
        move 0 to point_rate
    else
        if chart_k = 1
            compute point_rate = pt_invalid(point_k) / pt_tokens(point_k)
        else
            compute point_rate = pt_review(point_k) / pt_tokens(point_k)
        end-if
    end-if.

*> one batch's line: its rate, its limits, and the plot band
print_point.
    perform take_point_rate
    add 1 to chart_points
    evaluate pt_signal(point_k, chart_k)
        when "ABOVE"
            add 1 to chart_above
        when "BELOW"
            add 1 to chart_below
        when "TREND"
            add 1 to chart_trend
    end-evaluate

    move spaces to report_record
    move pt_business_date(point_k) to report_text(3:8)
    move pt_delivery(point_k) to report_text(12:24)
    move pt_run_id(point_k) to report_text(37:6)
    compute formatted_percent rounded = point_rate * 100
    move formatted_percent to report_text(44:6)
    if pt_signal(point_k, chart_k) not = "LEARN"
        compute formatted_percent rounded = pt_lcl(point_k, chart_k) * 100
        move formatted_percent to report_text(51:6)
        compute formatted_percent rounded = pt_centre(point_k, chart_k) * 100
        move formatted_percent to report_text(58:6)
        compute formatted_percent rounded = pt_ucl(point_k, chart_k) * 100
        move formatted_percent to report_text(65:6)
    end-if

    *> the limits first, the point last, so the point always shows
    move all "." to plot_line
    if pt_signal(point_k, chart_k) not = "LEARN"
        move pt_lcl(point_k, chart_k) to plot_rate
        move "L" to plot_mark
        perform place_plot_mark
        move pt_centre(point_k, chart_k) to plot_rate
        move "C" to plot_mark
        perform place_plot_mark
        move pt_ucl(point_k, chart_k) to plot_rate
        move "U" to plot_mark
        perform place_plot_mark
    end-if
    move point_rate to plot_rate
    if pt_signal(point_k, chart_k) = "ABOVE" or pt_signal(point_k, chart_k) = "BELOW"
        move "X" to plot_mark
    else
        move "*" to plot_mark
    end-if
    perform place_plot_mark
    move "|" to report_text(72:1)
    move plot_line to report_text(73:40)
    move "|" to report_text(113:1)
    move pt_signal(point_k, chart_k) to report_text(115:6)
    perform put_report_line.

*> plot_mark onto the band where plot_rate falls, zero at the left
*> edge and the chart's scale at the right
place_plot_mark.
    compute plot_position = (plot_rate / scale_rate) * 39 + 1
    if plot_position > 40
        move 40 to plot_position
    end-if
    if plot_position < 1
        move 1 to plot_position
    end-if
    move plot_mark to plot_line(plot_position:1).

*> one line to the report file and the console
put_report_line.
    write report_record
    display function trim(report_text trailing).
