*> release_run_report.cob
*>
*> Which runs executed under which release: every release on the
*> release register (release_register.txt) is listed with its
*> install date, ticket, approver, and the programs it touched, and
*> under it each run ID the run-statistics log shows executing at
*> that release level -- its date, its steps, the programs, and the
*> worst return code. The live log and every rotated monthly
*> generation from the first release's month on are read. Runs
*> stamped before the register existed (or before the level column
*> was written) are listed under release 0. When run_trend_report
*> shows the converter slowing, or compare_results_files shows
*> values shifting between two runs, this is where "what changed in
*> the programs" is answered. Written to release_runs_<yyyymmdd>.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. release_run_report.

environment division.
input-output section.
file-control.
    select release_file assign release_identifier
    organization is line sequential.

    select stats_file assign stats_identifier
    organization is line sequential.

    *> one record per stats entry, queued for the sort
    select runwork_file assign runwork_identifier
    organization is line sequential.

    *> the same, by release level and run ID
    select runsort_file assign runsort_identifier
    organization is line sequential.

    select release_sort_file assign "relsortwk".

    select report_file assign report_identifier
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

fd stats_file.
01 stats_record.
    05 stats_rec_date pic 9(8).
    05 filler pic x(4).
    05 filler pic x(8).
    05 filler pic x(4).
    05 filler pic x(8).
    05 filler pic x(4).
    05 stats_rec_program pic x(30).
    05 filler pic x(4).
    05 filler pic x(12).
    05 filler pic x(4).
    05 stats_rec_return_code pic 9.
    05 filler pic x(4).
    05 stats_rec_run_id pic 9(6).
    05 filler pic x(4).
    05 filler pic x(8).
    05 filler pic x(4).
    05 filler pic x(8).
    05 stats_sep9 pic x(4).
    05 stats_rec_release pic x(4).

fd runwork_file.
01 runwork_record.
    05 rw_release pic 9(4).
    05 filler pic x(1).
    05 rw_run_id pic 9(6).
    05 filler pic x(1).
    05 rw_date pic 9(8).
    05 filler pic x(1).
    05 rw_program pic x(30).
    05 filler pic x(1).
    05 rw_return_code pic 9.

fd runsort_file.
01 runsort_record.
    05 rs_release pic 9(4).
    05 filler pic x(1).
    05 rs_run_id pic 9(6).
    05 filler pic x(1).
    05 rs_date pic 9(8).
    05 filler pic x(1).
    05 rs_program pic x(30).
    05 filler pic x(1).
    05 rs_return_code pic 9.

sd release_sort_file.
01 release_sort_record.
    05 srt_release pic 9(4).
    05 filler pic x(1).
    05 srt_run_id pic 9(6).
    05 filler pic x(1).
    05 srt_date pic 9(8).
    05 filler pic x(1).
    05 srt_program pic x(30).
    05 filler pic x(1).
    05 srt_return_code pic 9.

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> the releases on the register, in level order
01 release-table.
    05 release-entry occurs 500 times.
        10 rt_level pic 9(4).
        10 rt_date pic 9(8).
        10 rt_ticket pic x(12).
        10 rt_approver pic x(20).
        10 rt_programs pic x(120).
77 release_count pic s9(4) comp value 0. *> releases held
77 release_k pic s9(4) comp. *> the next release to head up on the report
77 heading_k pic s9(4) comp. *> the register entry for the release being headed up
77 release_identifier pic x(40) value "release_register.txt". *> the shop's release register
77 stats_identifier pic x(44). *> the stats file currently being read
77 runwork_identifier pic x(40) value "release_runwork.txt". *> stats entries queued for the sort
77 runsort_identifier pic x(40) value "release_runsort.txt". *> the same, sorted
77 report_identifier pic x(40). *> the printable report
77 report_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 today_date pic 9(8). *> today, naming the report
77 first_month pic 9(6). *> the first release's month, where the generations start
77 this_month pic 9(6). *> today's month, where they stop
77 scan_month pic 9(6). *> the generation month being read
77 scan_year pic 9(4). *> its year
77 scan_mm pic 9(2). *> its month
77 entries_queued pic 9(9) value 0. *> stats entries read
*> the run being gathered off the sorted stream
77 run_open pic 9. *> 1 while a run is being gathered
77 run_release pic 9(4). *> its release level
77 run_id pic 9(6). *> its run ID
77 run_date pic 9(8). *> its first date
77 run_steps pic 9(4). *> its stats entries
77 run_worst_rc pic 9. *> its worst return code
77 run_programs pic x(80). *> its programs, as many as fit
77 programs_pointer pic s9(4) comp. *> string pointer into run_programs
77 release_runs pic 9(6). *> runs listed under the current release
77 current_release pic 9(4). *> the release being listed
77 release_open pic 9. *> 1 once a release heading is out
77 total_runs pic 9(6) value 0. *> runs listed in all
77 formatted_level pic z(3)9. *> a release level, no leading zeroes
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_steps pic zzz9. *> a run's steps, no leading zeroes
77 audit_program_name pic x(30) value "release_run_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the report name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to release_count, entries_queued, total_runs, run_open, release_open
    accept today_date from date yyyymmdd
    compute this_month = today_date / 100
    move this_month to first_month

    call "CBL_CHECK_FILE_EXIST" using release_identifier, report_check_buffer
    if return-code = 0
        open input release_file
        perform forever
            read release_file
                at end exit perform
            end-read
            if rel_level is numeric and rel_date is numeric
                and release_count < 500
                add 1 to release_count
                move rel_level to rt_level(release_count)
                move rel_date to rt_date(release_count)
                move rel_ticket to rt_ticket(release_count)
                move rel_approver to rt_approver(release_count)
                move rel_programs to rt_programs(release_count)
                if rel_date / 100 < first_month
                    compute first_month = rel_date / 100
                end-if
            end-if
        end-perform
        close release_file
    end-if

    *> the live log, then each rotated generation from the first
    *> release's month through this one
    open output runwork_file
    move "run_stats.txt" to stats_identifier
    call "CBL_CHECK_FILE_EXIST" using stats_identifier, report_check_buffer
    if return-code = 0
        perform queue_stats_file
    end-if
    move first_month to scan_month
    perform until scan_month > this_month
        move spaces to stats_identifier
        string "run_stats_" delimited by size
               scan_month delimited by size
               ".txt" delimited by size
            into stats_identifier
        call "CBL_CHECK_FILE_EXIST" using stats_identifier, report_check_buffer
        if return-code = 0
            perform queue_stats_file
        end-if
        compute scan_year = scan_month / 100
        compute scan_mm = scan_month - scan_year * 100
        if scan_mm >= 12
            add 1 to scan_year
            move 1 to scan_mm
        else
            add 1 to scan_mm
        end-if
        compute scan_month = scan_year * 100 + scan_mm
    end-perform
    close runwork_file

    sort release_sort_file
        on ascending key srt_release, srt_run_id, srt_date
        using runwork_file
        giving runsort_file
    call "CBL_DELETE_FILE" using runwork_identifier

    move spaces to report_identifier
    string "release_runs_" delimited by size
           today_date delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file
    move spaces to report_record
    string "Runs by release level :: " delimited by size
           today_date delimited by size
        into report_text
    write report_record
    move spaces to report_record
    move all "-" to report_text(1:64)
    write report_record

    move 1 to release_k
    open input runsort_file
    perform forever
        read runsort_file
            at end exit perform
        end-read
        if run_open = 1
            and (rs_release not = run_release or rs_run_id not = run_id)
            perform write_run_line
        end-if
        if release_open = 0 or rs_release not = current_release
            perform open_release
        end-if
        if run_open = 0
            move 1 to run_open
            move rs_release to run_release
            move rs_run_id to run_id
            move rs_date to run_date
            move 0 to run_steps, run_worst_rc
            move spaces to run_programs
            move 1 to programs_pointer
        end-if
        add 1 to run_steps
        if rs_return_code > run_worst_rc
            move rs_return_code to run_worst_rc
        end-if
        if programs_pointer < 80
            if programs_pointer > 1
                string ", " delimited by size
                    into run_programs with pointer programs_pointer
            end-if
            string function trim(rs_program) delimited by size
                into run_programs with pointer programs_pointer
        end-if
    end-perform
    close runsort_file
    call "CBL_DELETE_FILE" using runsort_identifier
    if run_open = 1
        perform write_run_line
    end-if
    if release_open = 1
        perform close_release
    end-if
    *> releases later than any run on the log still get their heading
    perform until release_k > release_count
        move rt_level(release_k) to current_release
        perform write_release_heading
        add 1 to release_k
        move 0 to release_runs
        perform close_release
    end-perform

    move spaces to report_record
    move all "-" to report_text(1:64)
    write report_record
    move spaces to report_record
    move total_runs to formatted_count
    string "Runs listed: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text
    write report_record
    move spaces to report_record
    move release_count to formatted_count
    string "Releases on the register: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text
    write report_record
    close report_file

    move total_runs to formatted_count
    display "Runs by release :: " function trim(report_identifier)
        " (" function trim(formatted_count) " run(s))"
    move report_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> queue one stats file's entries for the sort; an entry written
*> before the level column existed is release 0
queue_stats_file.
    open input stats_file
    perform forever
        read stats_file
            at end exit perform
        end-read
        if stats_rec_date is not numeric
            exit perform cycle
        end-if
        move spaces to runwork_record
        if stats_sep9 = " :: " and stats_rec_release is numeric
            move stats_rec_release to rw_release
        else
            move 0 to rw_release
        end-if
        if stats_rec_run_id is numeric
            move stats_rec_run_id to rw_run_id
        else
            move 0 to rw_run_id
        end-if
        move stats_rec_date to rw_date
        move stats_rec_program to rw_program
        if stats_rec_return_code is numeric
            move stats_rec_return_code to rw_return_code
        else
            move 0 to rw_return_code
        end-if
        write runwork_record
        add 1 to entries_queued
    end-perform
    close stats_file.

*> a new release level comes up on the sorted stream: close the one
*> before, and head up every release on the register up to this one
open_release.
    if release_open = 1
        perform close_release
    end-if
    perform until release_k > release_count
        or rt_level(release_k) >= rs_release
        move rt_level(release_k) to current_release
        perform write_release_heading
        move 0 to release_runs
        perform close_release
        add 1 to release_k
    end-perform
    move rs_release to current_release
    perform write_release_heading
    if release_k <= release_count
        if rt_level(release_k) = rs_release
            add 1 to release_k
        end-if
    end-if
    move 0 to release_runs
    move 1 to release_open.

*> the release's heading: its register entry, or a note when the
*> level isn't on the register
write_release_heading.
    move spaces to report_record
    write report_record
    move current_release to formatted_level
    move spaces to report_record
    if current_release = 0
        move "Release 0 :: before the release register (no level stamped)"
            to report_text
        write report_record
    else
        perform varying heading_k from 1 by 1
            until heading_k > release_count
            or rt_level(heading_k) = current_release
            continue
        end-perform
        if heading_k > release_count
            string "Release " delimited by size
                   function trim(formatted_level) delimited by size
                   " :: not on the release register" delimited by size
                into report_text
            write report_record
        else
            string "Release " delimited by size
                   function trim(formatted_level) delimited by size
                   " :: installed " delimited by size
                   rt_date(heading_k) delimited by size
                   ", ticket " delimited by size
                   function trim(rt_ticket(heading_k)) delimited by size
                   ", approved by " delimited by size
                   function trim(rt_approver(heading_k)) delimited by size
                into report_text
            write report_record
            move spaces to report_record
            string "    programs: " delimited by size
                   function trim(rt_programs(heading_k)) delimited by size
                into report_text
            write report_record
        end-if
    end-if.

close_release.
    if release_runs = 0
        move spaces to report_record
        move "    no runs on the statistics log under this release"
            to report_text
        write report_record
    end-if
    move 0 to release_open.

write_run_line.
    move spaces to report_record
    move run_steps to formatted_steps
    string "    run " delimited by size
           run_id delimited by size
           "  " delimited by size
           run_date delimited by size
           "  " delimited by size
           formatted_steps delimited by size
           " step(s), worst rc " delimited by size
           run_worst_rc delimited by size
           " :: " delimited by size
           function trim(run_programs) delimited by size
        into report_text
    write report_record
    add 1 to release_runs
    add 1 to total_runs
    move 0 to run_open.
