*> Each destination becomes "<destination>.prt", with several
*> reports to the same destination spooled one after another.
*>
*> A report routed to the destination BURST is split by department
*> instead: its "Department :: <code>" lines head each department's
*> sections, and every department's sections (with the report's
*> heading above the first of them) go to that department's own
*> route behind their own banner page. The department routes are
*> lines of their own in the same file:
*>     DEPT:<department>,<destination>,<copies>
*> with DEPT:* the default route, taking the sections of any
*> department without a route of its own -- UNASSIGN work and the
*> shop totals among them.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Aug. 22, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - bursting by department: a BURST route splits the
*>                      reject register report, the intake aging
*>                      report, the charge-back report (or any report
*>                      headed the same way) onto the DEPT: routes,
*>                      one banner per department section.

identification division.
program-id. print_spool_job.
77 audit_program_name pic x(30) value "print_spool_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the route spooled, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
*> the department routes, read ahead of the reports they burst
01 dept-route-table.
    05 dept-route-entry occurs 50 times.
        10 dr_department pic x(8).
        10 dr_destination pic x(20).
        10 dr_copies pic 9(2).
77 dept_route_count pic s9(4) comp value 0. *> department routes on file
77 dept_route_k pic s9(4) comp. *> index over the department routes
77 default_route_k pic s9(4) comp value 0. *> the DEPT:* route, 0 if none
*> the departments a burst report has sections for, in order of first sight
01 section-table.
    05 section-entry occurs 50 times.
        10 sc_department pic x(8).
77 section_count pic s9(4) comp. *> departments the report has sections for
77 section_k pic s9(4) comp. *> index over the departments
77 section_route_k pic s9(4) comp. *> the route the department's sections go to
77 section_known pic 9. *> 1 when a heading's department is already listed
77 line_department pic x(8). *> the department of the section being read
77 heading_done pic 9. *> 1 once the first department heading has gone by
77 sections_burst pic 9(4) value 0. *> department sections spooled
77 burst_failures pic 9(4). *> sections of this report with no route to go to

procedure division.
    accept run_start_time from time
        move 2 to return-code
        goback.

    perform load_department_routes

    open input routing_file
    perform forever
        read routing_file
            route_destination, route_copies_text
        move function trim(route_report) to route_report
        move function trim(route_destination) to route_destination
        if route_report(1:5) = "DEPT:"
            exit perform cycle
        end-if
        move function numval(route_copies_text) to route_copies
        if route_copies < 1
            move 1 to route_copies
            exit perform cycle
        end-if

        if function upper-case(route_destination) = "BURST"
            perform burst_report
            exit perform cycle
        end-if

        move spaces to spool_identifier
        string function trim(route_destination) delimited by size
               ".prt" delimited by size
    display "Routes spooled : " formatted_count
    move routes_missing to formatted_count
    display "Reports missing: " formatted_count
    move sections_burst to formatted_count
    display "Sections burst : " formatted_count

    move routes_spooled to run_records
    accept run_end_time from time
    call "write_run_stats" using run_program_name, run_start_time, run_end_time,
        run_records, run_return_code
    move run_return_code to return-code
    goback.

load_department_routes.
    open input routing_file
    perform forever
        read routing_file
            at end exit perform
        end-read
        move spaces to route_report, route_destination, route_copies_text
        unstring routing_line delimited by "," into route_report,
            route_destination, route_copies_text
        move function trim(route_report) to route_report
        if route_report(1:5) not = "DEPT:" or dept_route_count >= 50
            exit perform cycle
        end-if
        add 1 to dept_route_count
        move route_report(6:8) to dr_department(dept_route_count)
        move function trim(route_destination) to dr_destination(dept_route_count)
        move function numval(route_copies_text) to dr_copies(dept_route_count)
        if dr_copies(dept_route_count) < 1
            move 1 to dr_copies(dept_route_count)
        end-if
        if dr_department(dept_route_count) = "*"
            move dept_route_count to default_route_k
        end-if
    end-perform
    close routing_file.

*> one pass for the departments the report has sections for, then
*> one pass per department (and copy) for its sections
burst_report.
    move route_report to report_identifier
    move 0 to section_count, burst_failures
    open input report_file
    perform forever
        read report_file
            at end exit perform
        end-read
        if report_line(1:14) = "Department :: "
            move 0 to section_known
            perform varying section_k from 1 by 1 until section_k > section_count
                if sc_department(section_k) = report_line(15:8)
                    move 1 to section_known
                end-if
            end-perform
            if section_known = 0 and section_count < 50
                add 1 to section_count
                move report_line(15:8) to sc_department(section_count)
            end-if
        end-if
    end-perform
    close report_file
    *> a report with no department headings goes whole to the default
    if section_count = 0
        move 1 to section_count
        move spaces to sc_department(1)
    end-if

    perform varying section_k from 1 by 1 until section_k > section_count
        move default_route_k to section_route_k
        perform varying dept_route_k from 1 by 1
            until dept_route_k > dept_route_count
            if dr_department(dept_route_k) = sc_department(section_k)
                and sc_department(section_k) not = spaces
                move dept_route_k to section_route_k
            end-if
        end-perform
        if section_route_k = 0
            display "No route for department " sc_department(section_k)
                " and no DEPT:* default :: " function trim(route_report)
            add 1 to burst_failures
            exit perform cycle
        end-if
        perform spool_department_section
    end-perform

    move spaces to audit_key_param
    string function trim(route_report) delimited by size
           " BURST" delimited by size
        into audit_key_param
    if burst_failures = 0
        add 1 to routes_spooled
        move "SUCCESS" to audit_result
    else
        add 1 to routes_missing
        move 1 to run_return_code
        move "FAILURE" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result.

spool_department_section.
    move spaces to spool_identifier
    string function trim(dr_destination(section_route_k)) delimited by size
           ".prt" delimited by size
        into spool_identifier
    call "CBL_CHECK_FILE_EXIST" using spool_identifier, spool_check_buffer
    if return-code = 0
        open extend spool_file
    else
        open output spool_file
    end-if

    move 1 to copy_number
    perform until copy_number > dr_copies(section_route_k)
        *> banner page: eject, then the run and department identification
        move copy_number to copy_edit
        move spaces to spool_record
        move "1" to spool_cc
        string "**** " delimited by size
               function trim(route_report) delimited by size
               " **** department " delimited by size
               function trim(sc_department(section_k)) delimited by size
               " **** run " delimited by size
               function trim(run_id_edit) delimited by size
               " **** " delimited by size
               spool_date delimited by size
               " **** copy " delimited by size
               function trim(copy_edit) delimited by size
               " ****" delimited by size
            into spool_text
        write spool_record

        *> the heading, then only this department's sections
        move 0 to page_line_count, heading_done
        move spaces to line_department
        open input report_file
        perform forever
            read report_file
                at end exit perform
            end-read
            if report_line(1:14) = "Department :: "
                move 1 to heading_done
                move report_line(15:8) to line_department
            end-if
            if heading_done = 1 and line_department not = sc_department(section_k)
                exit perform cycle
            end-if
            move spaces to spool_record
            if page_line_count >= lines_per_page
                move "1" to spool_cc
                move 0 to page_line_count
            else
                move " " to spool_cc
            end-if
            move report_line to spool_text
            write spool_record
            add 1 to page_line_count
        end-perform
        close report_file

        move spaces to spool_record
        move "1" to spool_cc
        string "**** end of " delimited by size
               function trim(route_report) delimited by size
               " **** department " delimited by size
               function trim(sc_department(section_k)) delimited by size
               " **** run " delimited by size
               function trim(run_id_edit) delimited by size
               " ****" delimited by size
            into spool_text
        write spool_record

        add 1 to copy_number
    end-perform
    close spool_file

    add 1 to sections_burst
    display "Burst " function trim(route_report) " ["
        function trim(sc_department(section_k)) "] -> "
        function trim(spool_identifier) " (" dr_copies(section_route_k)
        " copy/copies)".
