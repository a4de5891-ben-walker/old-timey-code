*> Author: Ben Walker
*> Student #: 0883544
*> Date: Aug. 22, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the append now takes the dataset's lock
*>                      (exceptions.lock), the one acknowledge_exceptions
*>                      and register_compaction_job take around their
*>                      rewrites; a caller that can't get it appends
*>                      unlocked with a loud warning.

identification division.
program-id. write_exception.
working-storage section.
77 exceptions_identifier pic x(40) value "exceptions.txt". *> the shop-wide exceptions dataset
77 exceptions_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 lock_action pic x(4). *> TAKE or FREE, for the dataset's update lock
77 lock_name pic x(40) value "exceptions.lock". *> whoever creates it holds the dataset
77 lock_owner pic x(30) value "write_exception". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken

linkage section.
77 exception_program pic x(30). *> the program raising the event

procedure division using exception_program, exception_severity,
        exception_reason, exception_key_values.
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the exceptions lock after ten tries;"
            " appending unlocked. ***"
    end-if
    call "CBL_CHECK_FILE_EXIST" using exceptions_identifier, exceptions_check_buffer
    if return-code = 0
        open extend exceptions_file
    move exception_key_values to exc_key_values
    write exceptions_record

    close exceptions_file
    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    end-if.
