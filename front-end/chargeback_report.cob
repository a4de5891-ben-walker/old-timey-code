*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - each department's line is headed "Department ::
*>                      <code>" and the window totals "Department ::
*>                      SHOP" in the report file, so print_spool_job
*>                      can burst it to each department's own route.

identification division.
program-id. chargeback_report.
        move dp_records(dept_k) to formatted_records
        move dept_minutes to formatted_minutes
        move spaces to report_record
        string "Department :: " delimited by size
               dp_department(dept_k) delimited by size
            into report_text
        write report_record
        move spaces to report_record
        string "  " delimited by size
               dp_department(dept_k) delimited by size
               " :: " delimited by size
        display report_text
    end-perform

    move spaces to report_record
    move "Department :: SHOP" to report_text
    write report_record
    move spaces to report_record
    move all "-" to report_text(1:64)
    write report_record
