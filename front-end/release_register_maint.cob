*> release_register_maint.cob
*>
*> Maintenance screen for the release register
*> (release_register.txt): each change installed into the batch
*> programs is recorded here with the date it went in, the programs
*> it touched, its change ticket, and who approved it, and is given
*> the next release level. From its install date on, the audit and
*> run-statistics writers stamp that level on every entry
*> (get_release_level), and release_run_report lists the runs that
*> executed under each release -- so when a trend report shows the
*> converter slowing down, "what changed in the programs" has an
*> answer on file. Recording a release needs a supervisor at level
*> 2; entries are never edited or removed, a correction is simply
*> the next release. Every recording is audited.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. release_register_maint.

environment division.
input-output section.
file-control.
    select release_file assign release_identifier
    organization is line sequential.

data division.
file section.
fd release_file.
01 release_record.
    05 rel_level pic 9(4).
    05 filler pic x(1).
    05 rel_date pic 9(8).
    05 filler pic x(1).
    05 rel_ticket pic x(12).
    05 filler pic x(1).
    05 rel_approver pic x(20).
    05 filler pic x(1).
    05 rel_recorded_by pic x(20).
    05 filler pic x(1).
    05 rel_programs pic x(120).

working-storage section.
77 release_identifier pic x(40) value "release_register.txt". *> the shop's release register
77 release_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 highest_level pic 9(4) value 0. *> highest release level on the register
77 release_count pic 9(4) value 0. *> releases on the register, for the list
77 menu_choice pic x(10). *> list, record, or quit
77 work_date_text pic x(8). *> install date, as keyed
77 work_date pic 9(8). *> install date, checked
77 work_ticket pic x(12). *> change ticket, as keyed
77 work_approver pic x(20). *> approver, as keyed
77 work_programs pic x(120). *> programs touched, as keyed
77 confirm_answer pic x(1). *> operator's Y/N on a recording
77 today_date pic 9(8). *> today, the default install date
77 formatted_level pic z(3)9. *> release level, no leading zeroes
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the register's update lock
77 lock_name pic x(40) value "release_register.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "release_register_maint". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "release_register_maint". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the release and its ticket, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    accept today_date from date yyyymmdd

    display "Release register (list/record/quit)?: " with no advancing
    accept menu_choice
    move function lower-case(function trim(menu_choice)) to menu_choice
    perform until menu_choice = "quit"
        evaluate menu_choice
            when "list"
                perform list_releases
            when "record"
                perform record_release
            when other
                display "Key list, record, or quit."
        end-evaluate
        display "Release register (list/record/quit)?: " with no advancing
        accept menu_choice
        move function lower-case(function trim(menu_choice)) to menu_choice
    end-perform
    move 0 to return-code
    goback.

list_releases.
    move 0 to release_count, highest_level
    call "CBL_CHECK_FILE_EXIST" using release_identifier, release_check_buffer
    if return-code = 0
        open input release_file
        perform forever
            read release_file
                at end exit perform
            end-read
            add 1 to release_count
            move rel_level to formatted_level
            display "Release " function trim(formatted_level)
                " installed " rel_date " :: ticket " function trim(rel_ticket)
                ", approved by " function trim(rel_approver)
            display "     programs: " function trim(rel_programs)
            display "     recorded by " function trim(rel_recorded_by)
        end-perform
        close release_file
    end-if
    move release_count to formatted_level
    display function trim(formatted_level) " release(s) on the register.".

*> installing programs is a supervisor's call, and so is saying so
record_release.
    if session_level < 2
        display "Authorization level 2 is needed to record a release; refused."
        move "DENIED RECORD" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
    else
        display "Install date (yyyymmdd, blank for today)?: " with no advancing
        accept work_date_text
        display "Change ticket?: " with no advancing
        accept work_ticket
        display "Approved by?: " with no advancing
        accept work_approver
        display "Programs touched (comma-separated)?: " with no advancing
        accept work_programs
        if work_date_text = spaces
            move today_date to work_date
        else
            if work_date_text is numeric
                move work_date_text to work_date
            else
                move 0 to work_date
            end-if
        end-if
        evaluate true
            when work_date = 0
                or function test-date-yyyymmdd(work_date) not = 0
                display "Not a usable install date; not recorded."
            when work_ticket = spaces
                display "A release needs its change ticket; not recorded."
            when work_approver = spaces
                display "A release needs its approver; not recorded."
            when work_programs = spaces
                display "A release needs the programs it touched; not recorded."
            when other
                perform find_highest_level
                add 1 to highest_level
                move highest_level to formatted_level
                display "Record release " function trim(formatted_level)
                    " (ticket " function trim(work_ticket) ")? (Y/N): "
                    with no advancing
                accept confirm_answer
                if confirm_answer = "Y" or confirm_answer = "y"
                    perform append_release
                    display "Release " function trim(formatted_level)
                        " recorded; runs from " work_date " carry it."
                    move spaces to audit_key_param
                    string "RELEASE " delimited by size
                           highest_level delimited by size
                           " " delimited by size
                           function trim(work_ticket) delimited by size
                        into audit_key_param
                    move "SUCCESS" to audit_result
                    call "write_audit_log" using audit_program_name,
                        audit_key_param, audit_result
                else
                    display "Not recorded."
                end-if
        end-evaluate
    end-if.

find_highest_level.
    move 0 to highest_level
    call "CBL_CHECK_FILE_EXIST" using release_identifier, release_check_buffer
    if return-code = 0
        open input release_file
        perform forever
            read release_file
                at end exit perform
            end-read
            if rel_level is numeric and rel_level > highest_level
                move rel_level to highest_level
            end-if
        end-perform
        close release_file
    end-if.

append_release.
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the release-register lock after ten"
            " tries; appending unlocked. ***"
    end-if
    *> the level is drawn again under the lock, in case another
    *> supervisor recorded one while this was being confirmed
    perform find_highest_level
    add 1 to highest_level
    move highest_level to formatted_level
    call "CBL_CHECK_FILE_EXIST" using release_identifier, release_check_buffer
    if return-code = 0
        open extend release_file
    else
        open output release_file
    end-if
    move spaces to release_record
    move highest_level to rel_level
    move work_date to rel_date
    move work_ticket to rel_ticket
    move work_approver to rel_approver
    move session_operator to rel_recorded_by
    move work_programs to rel_programs
    write release_record
    close release_file
    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    end-if.
