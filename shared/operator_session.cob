*>                     run-statistics writer can stamp every run for
*>                     the charge-back report. A line without one
*>                     reads as UNASSIGNED.
*> Oct. 15, 2026 - BW - a dispatcher servicing work on another
*>                      department's behalf (conversion_request_queue)
*>                      names that department with CHARGETO; CURRDEPT
*>                      hands it back instead of the session's own
*>                      until a CHARGETO of spaces clears it, so the
*>                      run-statistics line lands on the requester's
*>                      charge-back.

identification division.
program-id. operator_session.
77 current_operator pic x(20) value spaces. *> the signed-on (or resolved) operator; resident
77 current_level pic 9 value 0. *> their authorization level; resident
77 current_department pic x(8) value "UNASSIGN". *> their department code; resident
77 charge_department pic x(8) value spaces. *> CHARGETO's department, spaces when none is set
77 session_resolved pic 9 value 0. *> 1 once CURRENT has worked the session out
77 line_id pic x(20). *> userid piece of a master line
77 line_secret pic x(20). *> hash (or legacy clear password) piece of a master line
        10 mt_department pic x(8).

linkage section.
77 session_function pic x(8). *> "SIGNON", "CURRENT", "CURRDEPT", or "CHARGETO"
77 operator_id pic x(20). *> in: the id signing on; out: the session's operator
77 operator_password pic x(20). *> in on SIGNON only; never handed back
77 auth_level pic 9. *> the session's authorization level; 0 = sign-on refused

procedure division using session_function, operator_id, operator_password,
        auth_level.
    *> CHARGETO only sets (or clears) the department runs are charged to
    if session_function = "CHARGETO"
        move operator_id to charge_department
        goback
    end-if

    if session_function = "SIGNON"
        move 0 to auth_level
        call "CBL_CHECK_FILE_EXIST" using master_identifier, master_check_buffer
    *> the operator_id field, for the run-statistics stamp; CURRENT
    *> hands back the operator as always
    if session_function = "CURRDEPT"
        if charge_department not = spaces
            move charge_department to operator_id
        else
            move current_department to operator_id
        end-if
    else
        move current_operator to operator_id
    end-if
