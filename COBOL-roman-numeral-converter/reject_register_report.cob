*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - asks whether to include compacted history;
*>                      with it, the repaired and written-off entries
*>                      register_compaction_job moved to history
*>                      files are counted again (merge_register_history).
*> Oct. 15, 2026 - BW - the report is now also written to
*>                      reject_register_report.txt, for the print
*>                      routing and the month-end close package.
*> Oct. 15, 2026 - BW - each batch's block is headed by its department
*>                      ("Department :: <code>", off the intake
*>                      register's delivery line; UNASSIGN when the
*>                      batch isn't on it) wherever the department
*>                      changes, and the shop totals by "Department ::
*>                      SHOP", so print_spool_job can burst the report
*>                      to each department's own route.

identification division.
program-id. reject_register_report.

    select reg_sort_file assign "regsortwk".

    select report_file assign report_identifier
    organization is line sequential.

    select intake_file assign intake_identifier
    organization is line sequential.

data division.
file section.
fd register_file.
    05 filler pic x(1).
    05 rso_disp_date pic 9(8).

fd report_file.
01 report_record.
    05 report_text pic x(132).

fd intake_file.
01 intake_record.
    05 itk_file pic x(40).
    05 filler pic x(1).
    05 itk_source pic x(20).
    05 filler pic x(1).
    05 itk_arrival pic 9(8).
    05 filler pic x(1).
    05 itk_expected pic 9(9).
    05 filler pic x(1).
    05 itk_due pic 9(8).
    05 filler pic x(1).
    05 itk_processed pic 9.
    05 filler pic x(1).
    05 itk_run_id pic 9(6).
    05 filler pic x(1).
    05 itk_proc_date pic 9(8).
    05 filler pic x(1).
    05 itk_department pic x(8).

sd reg_sort_file.
01 reg_sort_record.
    05 rss_batch pic x(40).
working-storage section.
77 register_identifier pic x(40) value "reject_register.txt". *> the shop-wide reject register
77 regsort_identifier pic x(40) value "reject_register_sort.txt". *> the register in batch order, post-sort
77 report_identifier pic x(40) value "reject_register_report.txt". *> the printable report
77 report_pointer pic s9(4) comp. *> where the next piece of a report line goes
77 report_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 report_date pic 9(8). *> today's date, for the aging arithmetic
77 report_day_number pic 9(9). *> today as an integer day count
77 audit_program_name pic x(30) value "reject_register_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> open-entry count, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 history_answer pic x. *> Y to read the compacted history in as well
77 merge_register pic x(40) value "reject_register.txt". *> the register, for merge_register_history
77 merge_target pic x(40) value "reject_register_merged.txt". *> the register and its history, merged
77 merge_status pic 9. *> 0 = the merged copy was built
77 intake_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
*> each delivery's department, for heading the batch blocks
01 delivery-department-table.
    05 delivery-department-entry occurs 500 times.
        10 dd_file pic x(40).
        10 dd_department pic x(8).
77 delivery_department_count pic s9(4) comp value 0. *> deliveries on the table
77 delivery_department_k pic s9(4) comp. *> index over the deliveries
77 delivery_name_length pic s9(4) comp. *> a delivery's file name, trimmed length
77 batch_department pic x(8). *> the current batch's department
77 last_department pic x(8) value spaces. *> the department the last block was headed with

procedure division.
    display "Include compacted history? (Y/N): " with no advancing
    accept history_answer
    move 1 to merge_status
    if history_answer = "Y" or history_answer = "y"
        call "merge_register_history" using merge_register, merge_target,
            merge_status
        if merge_status = 0
            move merge_target to register_identifier
        end-if
    end-if

    call "CBL_CHECK_FILE_EXIST" using register_identifier, report_check_buffer
    if return-code not = 0
        display "No reject register on file; nothing has been posted yet."
        on ascending key rss_batch
        using register_file
        giving regsort_file
    if merge_status = 0
        call "CBL_DELETE_FILE" using merge_target
        move merge_register to register_identifier
    end-if

    perform load_delivery_departments

    open output report_file
    move spaces to report_text
    string "Reject register report :: " delimited by size
           report_date delimited by size
        into report_text
    perform print_line
    move "----------------------------------------------------------------"
        to report_text
    perform print_line

    open input regsort_file
    perform forever

        if have_batch = 0 or rso_batch not = current_batch
            if have_batch = 1
                perform print_batch_tally
            end-if
            move rso_batch to current_batch
            move 1 to have_batch
            move 0 to batch_open, batch_repaired, batch_writtenoff
            perform print_line
            perform find_batch_department
            if batch_department not = last_department
                string "Department :: " delimited by size
                       batch_department delimited by size
                    into report_text
                perform print_line
                move batch_department to last_department
            end-if
            string "Batch :: " delimited by size
                   function trim(rso_batch) delimited by size
                into report_text
            perform print_line
        end-if

        evaluate rso_disposition
                        add 1 to age_older
                end-evaluate
                move entry_age to formatted_age
                string "  OPEN :: line " delimited by size
                       rso_line delimited by size
                       " " delimited by size
                       function trim(rso_numeral) delimited by size
                       " (" delimited by size
                       function trim(rso_reason) delimited by size
                       ") " delimited by size
                       function trim(formatted_age) delimited by size
                       " day(s) outstanding" delimited by size
                    into report_text
                perform print_line
            when "REPAIRED"
                add 1 to batch_repaired
                add 1 to total_repaired
        end-evaluate
    end-perform
    if have_batch = 1
        perform print_batch_tally
    end-if
    close regsort_file
    call "CBL_DELETE_FILE" using regsort_identifier

    perform print_line
    move "Department :: SHOP" to report_text
    perform print_line
    move "----------------------------------------------------------------"
        to report_text
    perform print_line
    move "Open across shop  : " to report_text
    move total_open to formatted_count
    move formatted_count to report_text(21:9)
    perform print_line
    move "Repaired          : " to report_text
    move total_repaired to formatted_count
    move formatted_count to report_text(21:9)
    perform print_line
    move "Written off       : " to report_text
    move total_writtenoff to formatted_count
    move formatted_count to report_text(21:9)
    perform print_line
    move "Aging of open rejects:" to report_text
    perform print_line
    move "  0-7 days        : " to report_text
    move age_week to formatted_count
    move formatted_count to report_text(21:9)
    perform print_line
    move "  8-30 days       : " to report_text
    move age_month to formatted_count
    move formatted_count to report_text(21:9)
    perform print_line
    move "  over 30 days    : " to report_text
    move age_older to formatted_count
    move formatted_count to report_text(21:9)
    perform print_line
    close report_file

    move spaces to audit_key_param
    move total_open to formatted_count
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.
    goback.

*> one batch's tallies, on the line under its open entries
print_batch_tally.
    move 1 to report_pointer
    move batch_open to formatted_count
    string "  open " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    move batch_repaired to formatted_count
    string "  repaired " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    move batch_writtenoff to formatted_count
    string "  written off " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    perform print_line.

*> the department each delivery came in under; a generation-numbered
*> batch ("<delivery>_gNNNN") belongs to its delivery's department
load_delivery_departments.
    call "CBL_CHECK_FILE_EXIST" using intake_identifier, report_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input intake_file
    perform forever
        read intake_file
            at end exit perform
        end-read
        if delivery_department_count < 500 and itk_file not = spaces
            add 1 to delivery_department_count
            move itk_file to dd_file(delivery_department_count)
            move itk_department to dd_department(delivery_department_count)
        end-if
    end-perform
    close intake_file.

find_batch_department.
    move "UNASSIGN" to batch_department
    perform varying delivery_department_k from 1 by 1
        until delivery_department_k > delivery_department_count
        move 0 to delivery_name_length
        inspect dd_file(delivery_department_k) tallying delivery_name_length
            for characters before initial space
        if dd_file(delivery_department_k) = current_batch
            or (delivery_name_length > 0 and delivery_name_length < 38
                and current_batch(1:delivery_name_length)
                    = dd_file(delivery_department_k)(1:delivery_name_length)
                and current_batch(delivery_name_length + 1:2) = "_g")
            if dd_department(delivery_department_k) not = spaces
                move dd_department(delivery_department_k) to batch_department
            end-if
        end-if
    end-perform.

*> every report line goes to the console and to the report file
print_line.
    write report_record
    display function trim(report_text, trailing)
    move spaces to report_text.
