*> Author: Ben Walker
*> Student #: 0883544
*> Date: Aug. 9, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a member of a parallel stream group is handed
*>                      its own param file in PARALLEL_STEP_PARAMS, with
*>                      the control file it stands in for in
*>                      PARALLEL_STEP_CONTROL; a lookup on that control
*>                      file reads the member's param file instead, so
*>                      members of one program no longer take turns
*>                      copying their settings over a shared file.

identification division.
program-id. read_control_param.
77 param_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 line_key pic x(20).
77 line_value pic x(30).
77 step_control_name pic x(40). *> the control file a parallel member's params stand in for
77 step_params_name pic x(40). *> that member's own param file

linkage section.
77 control_file_name pic x(40). *> control file to search
    move spaces to param_value
    move control_file_name to param_identifier

    *> under a parallel stream group, the member's own param file
    move spaces to step_control_name, step_params_name
    accept step_control_name from environment "PARALLEL_STEP_CONTROL"
    accept step_params_name from environment "PARALLEL_STEP_PARAMS"
    if step_control_name not = spaces and step_params_name not = spaces
        and step_control_name = control_file_name
        move step_params_name to param_identifier
    end-if

    call "CBL_CHECK_FILE_EXIST" using param_identifier, param_check_buffer
    if return-code not = 0
        goback.
