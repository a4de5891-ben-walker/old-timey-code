*> run_parallel_step.cob
*>
*> One member of a run_jobstream parallel group, run as its own
*> process so the group's members run side by side. The launch
*> names the program to call and the return-code file to leave
*> behind in the member's environment:
*>     PARALLEL_STEP_PROGRAM=<program> PARALLEL_STEP_RC=<rc file>
*>         run_parallel_step
*> so the command line stays empty for the program called, which
*> sees exactly what it would as a serial step. The member's param
*> file, when it has one, comes the same way (PARALLEL_STEP_CONTROL
*> and PARALLEL_STEP_PARAMS) and is picked up by read_control_param
*> in the called program itself. The program is called and cancelled
*> exactly as run_jobstream calls a serial step, and its return code
*> (9 if the program can't be found) is written to the rc file, which
*> the stream polls for to know the member has finished. The member's
*> console output is whatever the stream redirected it to.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the program and rc file come from the
*>                      environment instead of the command line, which
*>                      the called program also sees: a converter
*>                      member took it as a one-off conversion request
*>                      and never read its INPUT_FILE.

identification division.
program-id. run_parallel_step.

environment division.
input-output section.
file-control.
    select rc_file assign rc_identifier
    organization is line sequential.

data division.
file section.
fd rc_file.
01 rc_record.
    05 rc_value pic 9(4).

working-storage section.
77 step_program pic x(30). *> the program the member calls
77 rc_identifier pic x(84). *> where the member's return code goes
77 step_rc pic 9(4). *> the return code the program finished with

procedure division.
    move spaces to step_program, rc_identifier
    accept step_program from environment "PARALLEL_STEP_PROGRAM"
    accept rc_identifier from environment "PARALLEL_STEP_RC"
    if step_program = spaces or rc_identifier = spaces
        display "PARALLEL_STEP_PROGRAM and PARALLEL_STEP_RC must both be set"
        move 2 to return-code
        goback
    end-if

    move 0 to return-code
    call step_program
        on exception
            display "Program not found :: " function trim(step_program)
            move 9 to return-code
    end-call
    move return-code to step_rc
    cancel step_program

    *> the stream treats the rc file appearing, with a number in it,
    *> as the member being finished
    open output rc_file
    move step_rc to rc_value
    write rc_record
    close rc_file
    move step_rc to return-code
    goback.
