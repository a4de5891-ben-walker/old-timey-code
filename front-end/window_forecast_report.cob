*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a run_jobstream parallel group (consecutive
*>                      steps naming the same group) is laid against
*>                      the window as one block as long as its longest
*>                      member, not the sum of them; converter members
*>                      of a group share the waiting records between
*>                      them, as the chunks they run do.

identification division.
program-id. window_forecast_report.
77 entry_length pic s9(4) comp. *> trimmed length of a keyed time
77 step_name pic x(20). *> step piece of a stream line
77 step_program pic x(30). *> program piece of a stream line
77 step_rest pic x(60). *> the param-file/max-rc/on-fail fields, not needed here
77 step_group pic x(20). *> parallel group piece of a stream line, spaces for a serial step
*> the members of the parallel group being laid out
01 group-table.
    05 group-entry occurs 20 times.
        10 gm_name pic x(20).
        10 gm_program pic x(30).
77 group_name pic x(20). *> the group being collected
77 group_count pic s9(4) comp value 0. *> members on the group table
77 group_k pic s9(4) comp. *> index over the group table
77 group_converters pic 9(4). *> converter members of the group, sharing the waiting records
77 group_minutes pic 9(5)v9. *> the group's longest member, in minutes
77 step_waiting pic 9(12). *> the waiting records the step's estimate is scaled by
77 line_held pic 9 value 0. *> 1 when stream_line already holds the next line to lay out
77 stream_at_end pic 9 value 0. *> 1 once the group lookahead has run off the stream
77 step_minutes pic 9(5)v9. *> the step's estimated elapsed minutes
77 step_known pic 9. *> 1 when the step's program has history
77 steps_read pic 9(4) value 0. *> stream steps laid against the window
    move window_start_min to clock_minutes
    open input stream_file
    perform forever
        if line_held = 1
            move 0 to line_held
        else
            read stream_file
                at end exit perform
            end-read
        end-if
        if function trim(stream_line) = spaces
            exit perform cycle
        end-if
        perform parse_step_line
        if step_group = spaces
            add 1 to steps_read
            move waiting_records to step_waiting
            perform estimate_step
            perform show_clock
            perform show_step
            add step_minutes to clock_minutes
            perform flag_overrun
        else
            *> a parallel group: its members start together and the
            *> window moves on when the longest of them finishes
            move step_group to group_name
            move 0 to group_count
            perform add_group_member
            perform forever
                read stream_file
                    at end
                        move 1 to stream_at_end
                        exit perform
                end-read
                if function trim(stream_line) = spaces
                    exit perform cycle
                end-if
                perform parse_step_line
                if step_group not = group_name
                    move 1 to line_held
                    exit perform
                end-if
                perform add_group_member
            end-perform
            perform lay_out_group
            if stream_at_end = 1
                exit perform
            end-if
        end-if
    end-perform
    close stream_file
    end-if
    goback.

*> split the current stream line into the fields the forecast uses
parse_step_line.
    move spaces to step_name, step_program, step_rest, step_group
    unstring stream_line delimited by "," into step_name, step_program,
        step_rest, step_rest, step_rest, step_group
    move function trim(step_program) to step_program
    move function trim(step_group) to step_group.

*> the estimate: the program's average elapsed per run; for the
*> converter, scaled by the records it will actually be given
*> against its historical volume
estimate_step.
    move 0 to step_known
    move 0 to step_minutes
    perform varying history_k from 1 by 1
        until history_k > history_count or step_known = 1
        if ht_program(history_k) = step_program
            move 1 to step_known
            if step_program = "roman_numeral_converter"
                and step_waiting > 0
                and ht_records(history_k) > 0
                compute step_minutes rounded =
                    ht_elapsed_cs(history_k) * step_waiting
                    / ht_records(history_k) / 6000
            else
                compute step_minutes rounded =
                    ht_elapsed_cs(history_k)
                    / ht_runs(history_k) / 6000
            end-if
        end-if
    end-perform.

show_clock.
    move function mod(clock_minutes, 1440) to show_minutes
    compute show_hh = show_minutes / 60
    compute show_mm = function mod(show_minutes, 60).

*> the step's line, left open for the overrun flag
show_step.
    move step_minutes to formatted_minutes
    if step_known = 1
        display "  " show_hh ":" show_mm " + "
            function trim(formatted_minutes) "m :: "
            function trim(step_name)
            " (" function trim(step_program) ")"
            with no advancing
    else
        display "  " show_hh ":" show_mm " + ????.?m :: "
            function trim(step_name)
            " (" function trim(step_program) ", no history)"
            with no advancing
    end-if.

flag_overrun.
    if clock_minutes > window_cutoff_min and overrun_flagged = 0
        move 1 to overrun_flagged
        display "  *** PAST THE CUTOFF HERE ***"
    else
        display " "
    end-if.

add_group_member.
    if group_count < 20
        add 1 to group_count
        move step_name to gm_name(group_count)
        move step_program to gm_program(group_count)
    end-if.

*> every member at the group's start, then the clock moved on by the
*> longest of them
lay_out_group.
    move 0 to group_converters
    perform varying group_k from 1 by 1 until group_k > group_count
        if gm_program(group_k) = "roman_numeral_converter"
            add 1 to group_converters
        end-if
    end-perform
    move 0 to group_minutes
    perform show_clock
    move group_count to formatted_count
    display "  " show_hh ":" show_mm " parallel group "
        function trim(group_name) " (" function trim(formatted_count)
        " steps, as long as the longest):"
    perform varying group_k from 1 by 1 until group_k > group_count
        add 1 to steps_read
        move gm_name(group_k) to step_name
        move gm_program(group_k) to step_program
        if step_program = "roman_numeral_converter" and group_converters > 1
            compute step_waiting = waiting_records / group_converters
        else
            move waiting_records to step_waiting
        end-if
        perform estimate_step
        display "  ||" with no advancing
        perform show_step
        display " "
        if step_minutes > group_minutes
            move step_minutes to group_minutes
        end-if
    end-perform
    add group_minutes to clock_minutes
    move group_minutes to formatted_minutes
    display "     group ends after " function trim(formatted_minutes) "m"
        with no advancing
    perform flag_overrun.

*> fold one stats file into the per-program history totals
read_stats_file.
    open input stats_file
