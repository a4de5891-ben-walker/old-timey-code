*> own control file before the call, the program is called and
*> cancelled, and its return code is judged against max rc: a step
*> over its ceiling either skips on (SKIP) or ends the stream
*> (STOP). A sixth field, when given, names a parallel group:
*>     <step name>,<program>,<param file>,<max rc>,<SKIP|STOP>,<group>
*> consecutive steps naming the same group are launched together,
*> each as its own process (run_parallel_step), and the stream waits
*> for all of them before going on. A member's param file is not
*> copied over the control file, but handed to it on the launch
*> (PARALLEL_STEP_PARAMS) for read_control_param to read in its place.
*> A step-by-step condition report goes to jobstream_report.txt, and
*> the stream exits with the worst step condition seen -- replacing
*> the hand-maintained shell script.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*>                     without an operator at the console; the prompt
*>                     remains the fallback when no request is
*>                     waiting.
*> Oct. 15, 2026 - BW - parallel step groups: consecutive steps naming
*>                      the same group in a sixth field are launched
*>                      together through run_parallel_step and waited
*>                      for as a set, so split_numeral_file's chunk
*>                      conversions and independent sieve windows no
*>                      longer run one after another. Each member is
*>                      judged against its own max rc as before, a
*>                      member that stops the stream stops it once the
*>                      whole group has finished, and a restart reruns
*>                      only the members that did not complete. Since
*>                      every member of a program reads the same
*>                      control file at start-up, a member whose param
*>                      file was put in place gets a few seconds to
*>                      read it before the next member's goes down.
*> Oct. 15, 2026 - BW - a parallel group in which two members would put
*>                      their param files over the same control file
*>                      is no longer launched side by side on a timed
*>                      pause -- the second could overwrite the first's
*>                      settings before they were read -- but is run
*>                      member by member as serial steps, with a note
*>                      on the report. Members now learn their program
*>                      and rc file from PARALLEL_STEP_PROGRAM and
*>                      PARALLEL_STEP_RC on the launch, leaving the
*>                      command line empty for the program called.
*> Oct. 15, 2026 - BW - parallel members no longer share a control file
*>                      at all: each is launched with its own param file
*>                      in PARALLEL_STEP_PARAMS and the control file it
*>                      stands in for in PARALLEL_STEP_CONTROL, and
*>                      read_control_param reads the one for the other.
*>                      Nothing is copied over the control file for a
*>                      parallel member, so the chunk conversions and
*>                      sieve windows run side by side again and the
*>                      serial fallback is gone.

identification division.
program-id. run_jobstream.
    select steps_file assign steps_identifier
    organization is line sequential.

    *> a parallel member's return code, left by run_parallel_step
    select member_rc_file assign member_rc_identifier
    organization is line sequential.

data division.
file section.
fd stream_file.
    05 filler pic x(1).
    05 sr_step_name pic x(20).

fd member_rc_file.
01 member_rc_record.
    05 member_rc_text pic x(4).

working-storage section.
77 stream_identifier pic x(40). *> local filename, needed for dynamic assign
77 param_source_identifier pic x(40). *> the step's own parameter file, as named in the stream
77 done_k pic s9(4) comp. *> index over the completed steps
77 step_done_before pic 9. *> 1 when the current step completed on the earlier run
77 resume_mode pic 9 value 0. *> 1 when this run picked up an interrupted stream
77 step_group pic x(20). *> parallel group the step belongs to, spaces for a serial step
*> the members of the parallel group being run
01 group-table.
    05 group-entry occurs 20 times.
        10 gm_name pic x(20).
        10 gm_program pic x(30).
        10 gm_param_file pic x(40).
        10 gm_max_rc pic 9(4).
        10 gm_onfail pic x(6).
        10 gm_rc pic 9(4).
        10 gm_state pic 9. *> 0 = done on the interrupted run, 1 = running, 2 = finished
77 group_name pic x(20). *> the group being collected
77 group_count pic s9(4) comp value 0. *> members on the group table
77 group_k pic s9(4) comp. *> index over the group table
77 members_waiting pic s9(4) comp. *> members launched and not yet finished
77 line_held pic 9 value 0. *> 1 when stream_line already holds the next line to run
77 stream_at_end pic 9 value 0. *> 1 once the group lookahead has run off the stream
77 member_rc_identifier pic x(84). *> a member's return-code file
77 member_log_identifier pic x(84). *> a member's console output
77 launch_command pic x(300). *> the command starting a member in the background
77 launch_pointer pic s9(4) comp. *> next free position in launch_command
77 poll_seconds pic 9(8) value 1. *> pause between looks for finished members

procedure division.
    accept run_start_time from time
    open output report_file
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
            exit perform
        end-if

        perform parse_step_line
        if step_group = spaces
            perform run_serial_step
        else
            *> gather the run of consecutive steps naming this group;
            *> the first line that doesn't is held for the next pass
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
            perform run_parallel_group
            if stream_at_end = 1
                exit perform
            end-if
        end-if
    end-perform
    close stream_file

    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        run_records_processed, run_return_code
    move worst_rc to return-code
    goback.

*> split the current stream line into the step's fields
parse_step_line.
    move spaces to step_name, step_program, step_param_file
    move spaces to step_max_rc_text, step_onfail, step_group
    unstring stream_line delimited by "," into step_name, step_program,
        step_param_file, step_max_rc_text, step_onfail, step_group
    move function trim(step_name) to step_name
    move function trim(step_program) to step_program
    move function trim(step_param_file) to step_param_file
    move function numval(step_max_rc_text) to step_max_rc
    move function upper-case(function trim(step_onfail)) to step_onfail
    move function trim(step_group) to step_group.

*> 1 in step_done_before when the interrupted run already moved past
*> the step
check_done_before.
    move 0 to step_done_before
    if resume_mode = 1
        perform varying done_k from 1 by 1
            until done_k > done_step_count or step_done_before = 1
            if function trim(done_step_name(done_k))
                = function trim(step_name)
                move 1 to step_done_before
            end-if
        end-perform
    end-if.

*> a step the interrupted run already moved past stays moved past;
*> rerunning it would re-extend its outputs
report_done_before.
    display ">>> Step " function trim(step_name)
        " :: already complete on the interrupted run; skipped"
    move spaces to report_record
    string function trim(step_name) delimited by size
           " :: completed on the interrupted run" delimited by size
        into report_line
    write report_record.

*> one ordinary step, called in this process and judged on return
run_serial_step.
    perform check_done_before
    if step_done_before = 1
        perform report_done_before
        exit paragraph
    end-if

    perform put_param_in_place

    display " "
    display ">>> Step " function trim(step_name) " :: calling "
        function trim(step_program)
    add 1 to steps_run
    move 0 to step_failed
    move 0 to return-code
    call step_program
        on exception
            display "Program not found :: " function trim(step_program)
            move 1 to step_failed
            move 9 to step_rc
    end-call
    if step_failed = 0
        move return-code to step_rc
    end-if
    cancel step_program

    perform judge_step.

*> put the step's parameter file in place first, over the control
*> file the program itself reads
put_param_in_place.
    if step_param_file = spaces
        exit paragraph
    end-if
    perform find_param_target
    if param_target_identifier not = spaces
        move step_param_file to param_source_identifier
        call "CBL_CHECK_FILE_EXIST" using param_source_identifier,
            jobstream_check_buffer
        if return-code = 0
            open input param_source_file
            open output param_target_file
            perform forever
                read param_source_file
                    at end exit perform
                end-read
                move param_source_line to param_target_line
                write param_target_record
            end-perform
            close param_source_file, param_target_file
        else
            display "Step " function trim(step_name)
                ": parameter file not found :: "
                function trim(step_param_file)
        end-if
    end-if.

*> a parallel member's param file is left where it is and handed to
*> the member instead; param_target_identifier stays blank when there
*> is none to hand over
find_member_params.
    move spaces to param_target_identifier, param_source_identifier
    if step_param_file = spaces
        exit paragraph
    end-if
    perform find_param_target
    if param_target_identifier not = spaces
        move step_param_file to param_source_identifier
        call "CBL_CHECK_FILE_EXIST" using param_source_identifier,
            jobstream_check_buffer
        if return-code not = 0
            display "Step " function trim(step_name)
                ": parameter file not found :: "
                function trim(step_param_file)
            move spaces to param_target_identifier
        end-if
    end-if.

*> the control file step_program itself reads, into
*> param_target_identifier
find_param_target.
    move spaces to param_target_identifier
    evaluate step_program
        when "roman_numeral_converter"
            move "roman_converter_params.txt" to param_target_identifier
        when "eratosthenes"
            move "eratosthenes_params.txt" to param_target_identifier
        when "archive_purge_job"
            move "archive_purge_params.txt" to param_target_identifier
        when other
            display "Step " function trim(step_name)
                ": no known parameter file for "
                function trim(step_program) "; param file not used"
    end-evaluate.

*> the step's return code against its ceiling: the disposition, the
*> restart record, and the report line
judge_step.
    if step_rc > worst_rc
        move step_rc to worst_rc
    end-if
    if step_rc > step_max_rc
        move 1 to step_failed
    end-if

    if step_failed = 1
        add 1 to steps_over
        if step_onfail = "STOP"
            move 1 to stream_stopped
            move "over ceiling -- stream stopped" to disposition
        else
            move "over ceiling -- skipped on" to disposition
        end-if
    else
        move "within ceiling" to disposition
    end-if

    *> the stream moved past this step unless it stopped here;
    *> record that, stamped with this run's ID, so a restart picks
    *> up at the right place
    if not (step_failed = 1 and step_onfail = "STOP")
        call "CBL_CHECK_FILE_EXIST" using steps_identifier,
            jobstream_check_buffer
        if return-code = 0
            open extend steps_file
        else
            open output steps_file
        end-if
        move spaces to steps_record
        move session_run_id to sr_run_id
        move step_name to sr_step_name
        write steps_record
        close steps_file
    end-if

    move step_rc to formatted_rc
    move spaces to report_record
    string function trim(step_name) delimited by size
           " :: " delimited by size
           function trim(step_program) delimited by size
           " :: rc " delimited by size
           function trim(formatted_rc) delimited by size
           " :: " delimited by size
           function trim(disposition) delimited by size
        into report_line
    write report_record
    display "<<< Step " function trim(step_name) " :: rc "
        function trim(formatted_rc) " :: " function trim(disposition).

*> the current step onto the group table
add_group_member.
    if group_count >= 20
        display "Step " function trim(step_name) ": parallel group "
            function trim(group_name) " holds 20 steps already; not run"
        exit paragraph
    end-if
    add 1 to group_count
    move step_name to gm_name(group_count)
    move step_program to gm_program(group_count)
    move step_param_file to gm_param_file(group_count)
    move step_max_rc to gm_max_rc(group_count)
    move step_onfail to gm_onfail(group_count)
    move 0 to gm_rc(group_count)
    move 0 to gm_state(group_count).

*> launch every member of the group still to run, wait for them all,
*> then judge each one in stream order
run_parallel_group.
    display " "
    move group_count to formatted_rc
    display ">>> Parallel group " function trim(group_name) " :: "
        function trim(formatted_rc) " step(s)"

    move 0 to members_waiting
    perform varying group_k from 1 by 1 until group_k > group_count
        move gm_name(group_k) to step_name
        move gm_program(group_k) to step_program
        move gm_param_file(group_k) to step_param_file
        perform check_done_before
        if step_done_before = 1
            perform report_done_before
        else
            perform launch_member
        end-if
    end-perform

    *> the group is done when every member has left its return code
    perform until members_waiting = 0
        call "C$SLEEP" using poll_seconds
        perform varying group_k from 1 by 1 until group_k > group_count
            if gm_state(group_k) = 1
                perform check_member_finished
            end-if
        end-perform
    end-perform

    perform varying group_k from 1 by 1 until group_k > group_count
        if gm_state(group_k) = 2
            move gm_name(group_k) to step_name
            move gm_program(group_k) to step_program
            move gm_max_rc(group_k) to step_max_rc
            move gm_onfail(group_k) to step_onfail
            move gm_rc(group_k) to step_rc
            move 0 to step_failed
            perform judge_step
        end-if
    end-perform
    display "<<< Parallel group " function trim(group_name) " :: finished".

*> one member started in the background, its console output to
*> "<stream>_<step>.log" and its return code to "<stream>_<step>.rc"
launch_member.
    perform find_member_params
    move spaces to member_rc_identifier, member_log_identifier
    string function trim(stream_identifier) delimited by size
           "_" delimited by size
           function trim(step_name) delimited by size
           ".rc" delimited by size
        into member_rc_identifier
    string function trim(stream_identifier) delimited by size
           "_" delimited by size
           function trim(step_name) delimited by size
           ".log" delimited by size
        into member_log_identifier
    call "CBL_DELETE_FILE" using member_rc_identifier

    *> the program, rc file and param file go in the member's
    *> environment, so the program it calls finds an empty command line,
    *> as under the stream, and its own settings in place of the
    *> control file's
    move spaces to launch_command
    move 1 to launch_pointer
    string "PARALLEL_STEP_PROGRAM=" delimited by size
           function trim(step_program) delimited by size
           " PARALLEL_STEP_RC=" delimited by size
           function trim(member_rc_identifier) delimited by size
        into launch_command with pointer launch_pointer
    if param_target_identifier not = spaces
        string " PARALLEL_STEP_CONTROL=" delimited by size
               function trim(param_target_identifier) delimited by size
               " PARALLEL_STEP_PARAMS=" delimited by size
               function trim(param_source_identifier) delimited by size
            into launch_command with pointer launch_pointer
    end-if
    string " ./run_parallel_step" delimited by size
           " > " delimited by size
           function trim(member_log_identifier) delimited by size
           " 2>&1 &" delimited by size
        into launch_command with pointer launch_pointer
    call "SYSTEM" using launch_command
    display "    started " function trim(step_name) " :: "
        function trim(step_program) " (output to "
        function trim(member_log_identifier) ")"
    add 1 to steps_run
    add 1 to members_waiting
    move 1 to gm_state(group_k).

*> a member is finished once its rc file holds a number
check_member_finished.
    move spaces to member_rc_identifier
    string function trim(stream_identifier) delimited by size
           "_" delimited by size
           function trim(gm_name(group_k)) delimited by size
           ".rc" delimited by size
        into member_rc_identifier
    call "CBL_CHECK_FILE_EXIST" using member_rc_identifier,
        jobstream_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    move spaces to member_rc_text
    open input member_rc_file
    read member_rc_file
        at end move spaces to member_rc_text
    end-read
    close member_rc_file
    if member_rc_text is not numeric
        *> still being written; look again next time round
        exit paragraph
    end-if
    move member_rc_text to gm_rc(group_k)
    move 2 to gm_state(group_k)
    subtract 1 from members_waiting
    call "CBL_DELETE_FILE" using member_rc_identifier
    move gm_rc(group_k) to formatted_rc
    display "    finished " function trim(gm_name(group_k)) " :: rc "
        function trim(formatted_rc).
