*> sla_check_job.cob
*>
*> The daily service-level check: every delivery on the intake
*> register (intake_register.txt) not yet processed is measured, in
*> business days from its arrival to today's business date (the
*> processing calendar, via get_business_date and
*> count_business_days), against the turnaround its department has
*> been promised for that kind of delivery. The commitments are on
*> sla_commitments.txt, one line per department and delivery source:
*>     <department(8)> <source(20)> <business days(3)> <warn days(3)>
*> where a source of "*" covers every source the department's
*> deliveries come from not listed on its own line, and the warn
*> days say how close to the commitment a delivery is raised as
*> approaching. A delivery within the warning margin raises an
*> SLA-NEAR warning on the exceptions dataset; one past its
*> commitment raises SLA-BREACH and fails the run, so the scheduler
*> sees it. Deliveries with no commitment on file are counted apart.
*> sla_attainment_report scores the month afterwards.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. sla_check_job.

environment division.
input-output section.
file-control.
    select register_file assign register_identifier
    organization is line sequential.

    select sla_file assign sla_identifier
    organization is line sequential.

data division.
file section.
fd register_file.
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

fd sla_file.
01 sla_record.
    05 sla_department pic x(8).
    05 filler pic x(1).
    05 sla_source pic x(20).
    05 filler pic x(1).
    05 sla_days pic 9(3).
    05 filler pic x(1).
    05 sla_warn_days pic 9(3).

working-storage section.
*> the commitments, held for the walk of the intake register
01 commitment-table.
    05 commitment-entry occurs 100 times.
        10 cm_department pic x(8).
        10 cm_source pic x(20).
        10 cm_days pic 9(3).
        10 cm_warn_days pic 9(3).
77 commitment_count pic s9(4) comp value 0. *> commitments on file
77 commitment_k pic s9(4) comp. *> index over the commitments
77 match_k pic s9(4) comp. *> the commitment that applies, 0 if none
77 register_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 sla_identifier pic x(40) value "sla_commitments.txt". *> the service-level commitments
77 sla_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 today_date pic 9(8). *> the business date the deliveries are measured to
77 elapsed_days pic 9(5). *> business days since the delivery arrived
77 days_left pic s9(5). *> business days before the commitment is breached
77 open_count pic 9(6) value 0. *> unprocessed deliveries measured
77 on_track_count pic 9(6) value 0. *> of those, comfortably inside their commitment
77 near_count pic 9(6) value 0. *> of those, within the warning margin
77 breach_count pic 9(6) value 0. *> of those, past their commitment
77 uncommitted_count pic 9(6) value 0. *> of those, with no commitment on file
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_days pic zzzz9. *> business days, no leading zeroes
77 formatted_limit pic zz9. *> the commitment, no leading zeroes
77 exception_severity pic x(1). *> W approaching, E breached
77 exception_reason pic x(12). *> SLA-NEAR or SLA-BREACH
77 exception_key_values pic x(40). *> department and delivery
77 audit_program_name pic x(30) value "sla_check_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the day's counts, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to commitment_count, open_count, on_track_count, near_count,
        breach_count, uncommitted_count

    call "CBL_CHECK_FILE_EXIST" using sla_identifier, sla_check_buffer
    if return-code not = 0
        display "No service-level commitments on file :: "
            function trim(sla_identifier)
        move "NO COMMITMENTS" to audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 0 to return-code
        goback
    end-if
    open input sla_file
    perform forever
        read sla_file
            at end exit perform
        end-read
        if sla_department not = spaces and sla_days is numeric
            and commitment_count < 100
            add 1 to commitment_count
            move sla_department to cm_department(commitment_count)
            move sla_source to cm_source(commitment_count)
            move sla_days to cm_days(commitment_count)
            if sla_warn_days is numeric
                move sla_warn_days to cm_warn_days(commitment_count)
            else
                move 1 to cm_warn_days(commitment_count)
            end-if
        end-if
    end-perform
    close sla_file

    call "get_business_date" using today_date
    display "Service-level check :: business date " today_date
    display "----------------------------------------------------------------"

    call "CBL_CHECK_FILE_EXIST" using register_identifier, sla_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if itk_processed = 1
                exit perform cycle
            end-if
            add 1 to open_count
            perform find_commitment
            if match_k = 0
                add 1 to uncommitted_count
                exit perform cycle
            end-if

            call "count_business_days" using itk_arrival, today_date,
                elapsed_days
            compute days_left = cm_days(match_k) - elapsed_days
            move elapsed_days to formatted_days
            move cm_days(match_k) to formatted_limit
            evaluate true
                when days_left < 0
                    add 1 to breach_count
                    move "E" to exception_severity
                    move "SLA-BREACH" to exception_reason
                    perform raise_sla_exception
                    display "  BREACHED :: " itk_department " "
                        function trim(itk_file) " -- "
                        function trim(formatted_days) " of "
                        function trim(formatted_limit) " business day(s)"
                when days_left <= cm_warn_days(match_k)
                    add 1 to near_count
                    move "W" to exception_severity
                    move "SLA-NEAR" to exception_reason
                    perform raise_sla_exception
                    display "  NEAR     :: " itk_department " "
                        function trim(itk_file) " -- "
                        function trim(formatted_days) " of "
                        function trim(formatted_limit) " business day(s)"
                when other
                    add 1 to on_track_count
            end-evaluate
        end-perform
        close register_file
    end-if

    display "----------------------------------------------------------------"
    move open_count to formatted_count
    display "Unprocessed deliveries: " formatted_count
    move on_track_count to formatted_count
    display "On track              : " formatted_count
    move near_count to formatted_count
    display "Approaching           : " formatted_count
    move breach_count to formatted_count
    display "Breached              : " formatted_count
    move uncommitted_count to formatted_count
    display "No commitment on file : " formatted_count

    move spaces to audit_key_param
    string open_count delimited by size
           " open, " delimited by size
           near_count delimited by size
           " near, " delimited by size
           breach_count delimited by size
           " breached" delimited by size
        into audit_key_param
    if breach_count = 0
        move "SUCCESS" to audit_result
    else
        move "FAILURE" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    if breach_count = 0
        move 0 to return-code
    else
        move 1 to return-code
    end-if
    goback.

*> the department's own line for the delivery's source wins; its
*> "*" line covers every other source
find_commitment.
    move 0 to match_k
    perform varying commitment_k from 1 by 1
        until commitment_k > commitment_count
        if cm_department(commitment_k) = itk_department
            if cm_source(commitment_k) = itk_source
                move commitment_k to match_k
            end-if
            if cm_source(commitment_k) = "*" and match_k = 0
                move commitment_k to match_k
            end-if
        end-if
    end-perform.

raise_sla_exception.
    move spaces to exception_key_values
    string itk_department delimited by space
           " " delimited by size
           itk_file delimited by space
        into exception_key_values
    call "write_exception" using audit_program_name, exception_severity,
        exception_reason, exception_key_values.
