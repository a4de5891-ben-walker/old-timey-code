*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a work file under litigation hold (the legal
*>                      hold register, asked through
*>                      check_legal_hold) is now kept and reported
*>                      like one protected by a pending restart.

identification division.
program-id. work_file_scavenger.
77 files_removed pic 9(9) value 0. *> orphan work files deleted
77 files_protected pic 9(9) value 0. *> entries left alone for a pending restart
77 files_missing pic 9(9) value 0. *> entries whose file was already gone
77 files_held pic 9(9) value 0. *> entries kept for a legal hold
77 hold_month pic 9(6) value 0. *> work files are held by name, never by month
77 hold_found pic 9. *> 1 if the work file is under legal hold
77 hold_reference pic x(60). *> which hold, for the skip report
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 delete_name pic x(60). *> the manifest entry, for CBL_DELETE_FILE
77 audit_program_name pic x(30) value "work_file_scavenger". *> this program's name, for the audit log entry
            add 1 to protect_k
        end-perform

        move 0 to hold_found
        if entry_protected = 0
            call "check_legal_hold" using manifest_file_name, hold_month,
                hold_found, hold_reference
        end-if

        if entry_protected = 1
            add 1 to files_protected
            display "  kept (pending restart) :: "
                function trim(manifest_file_name)
        else
        if hold_found = 1
            add 1 to files_held
            display "  kept (legal hold)      :: "
                function trim(manifest_file_name)
                " -- " function trim(hold_reference)
        else
            move manifest_file_name to delete_name
            call "CBL_CHECK_FILE_EXIST" using delete_name, scavenge_check_buffer
                add 1 to files_missing
            end-if
        end-if
        end-if
    end-perform
    close manifest_file

    display "Orphans removed  : " formatted_count
    move files_protected to formatted_count
    display "Kept for restart : " formatted_count
    move files_held to formatted_count
    display "Kept (legal hold): " formatted_count
    move files_missing to formatted_count
    display "Already gone     : " formatted_count

