*> get_release_level.cob
*>
*> Hand back the release level in effect: the highest level on the
*> release register (release_register.txt, kept by
*> release_register_maint) whose install date has arrived, or 0 when
*> nothing has been recorded yet. The audit and run-statistics
*> writers stamp it on every entry, so "what changed in the programs"
*> between two runs is answered by the release register instead of
*> by asking the developers. Resolved once per job; working-storage
*> stays resident for the rest of it.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. get_release_level.

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
77 level_resolved pic 9 value 0. *> 1 once the level has been worked out this job
77 resolved_level pic 9(4) value 0. *> the level in effect, kept resident for the rest of the job
77 today_date pic 9(8). *> today, against the install dates

linkage section.
77 release_level pic 9(4). *> the release level in effect, 0 if none recorded

procedure division using release_level.
    if level_resolved = 0
        move 1 to level_resolved
        move 0 to resolved_level
        accept today_date from date yyyymmdd
        call "CBL_CHECK_FILE_EXIST" using release_identifier, release_check_buffer
        if return-code = 0
            open input release_file
            perform forever
                read release_file
                    at end exit perform
                end-read
                if rel_level is numeric and rel_date is numeric
                    and rel_date <= today_date
                    and rel_level > resolved_level
                    move rel_level to resolved_level
                end-if
            end-perform
            close release_file
        end-if
    end-if

    move resolved_level to release_level.
