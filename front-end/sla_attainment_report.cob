*> sla_attainment_report.cob
*>
*> Monthly service-level attainment by department, to go to the
*> budget review alongside chargeback_report: every delivery on the
*> intake register that arrived in an operator-given month and has
*> a commitment on sla_commitments.txt (the layout sla_check_job
*> reads) is scored MET when it was processed within its committed
*> business days of arrival, MISSED when it was processed late or
*> is still waiting past its commitment, and PENDING when it is
*> still waiting inside it. Business days are counted on the
*> processing calendar (count_business_days), and a delivery still
*> waiting is measured to today's business date. Attainment is met
*> over met-plus-missed; pending deliveries are left out until they
*> resolve. Written to sla_attainment_<yyyymm>.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - asks whether to include compacted history;
*>                      a month older than the compaction age is
*>                      only complete with the register's history
*>                      files (merge_register_history) read in.

identification division.
program-id. sla_attainment_report.

environment division.
input-output section.
file-control.
    select register_file assign register_identifier
    organization is line sequential.

    select sla_file assign sla_identifier
    organization is line sequential.

    select report_file assign report_identifier
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

fd report_file.
01 report_record.
    05 report_text pic x(100).

working-storage section.
*> the commitments, held for the walk of the intake register
01 commitment-table.
    05 commitment-entry occurs 100 times.
        10 cm_department pic x(8).
        10 cm_source pic x(20).
        10 cm_days pic 9(3).
77 commitment_count pic s9(4) comp value 0. *> commitments on file
77 commitment_k pic s9(4) comp. *> index over the commitments
77 match_k pic s9(4) comp. *> the commitment that applies, 0 if none
*> one accumulator per department; the shop serves a handful
01 dept-table.
    05 dept-entry occurs 30 times.
        10 dp_department pic x(8).
        10 dp_deliveries pic 9(6).
        10 dp_met pic 9(6).
        10 dp_missed pic 9(6).
        10 dp_pending pic 9(6).
77 dept_count pic s9(4) comp value 0. *> departments on the table
77 dept_k pic s9(4) comp. *> index over the department table
77 slot_k pic s9(4) comp. *> the delivery's department slot, 0 if the table is full
77 register_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 sla_identifier pic x(40) value "sla_commitments.txt". *> the service-level commitments
77 report_identifier pic x(40). *> the printable attainment report
77 sla_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ask_month_text pic x(8). *> the month, as keyed (yyyymm)
77 ask_month pic 9(6). *> the month being scored
77 entry_length pic s9(4) comp. *> trimmed length of the keyed month
77 arrival_month pic 9(6). *> the delivery's arrival yyyymm
77 today_date pic 9(8). *> the business date a waiting delivery is measured to
77 measured_to pic 9(8). *> processed date, or today for one still waiting
77 elapsed_days pic 9(5). *> business days the delivery took, or has taken so far
77 total_deliveries pic 9(6) value 0. *> the month's committed deliveries
77 total_met pic 9(6) value 0.
77 total_missed pic 9(6) value 0.
77 total_pending pic 9(6) value 0.
77 uncommitted_count pic 9(6) value 0. *> the month's deliveries with no commitment on file
77 attainment_pct pic 9(3)v9. *> met over met-plus-missed, percent
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_pct pic zz9.9. *> attainment, one decimal
77 attainment_text pic x(6). *> the percentage, or "n/a" with nothing resolved
77 history_answer pic x. *> Y to read the compacted history in as well
77 merge_register pic x(40) value "intake_register.txt". *> the register, for merge_register_history
77 merge_target pic x(40) value "intake_register_merged.txt". *> the register and its history, merged
77 merge_status pic 9. *> 0 = the merged copy was built

procedure division.
    move 0 to commitment_count, dept_count, total_deliveries, total_met,
        total_missed, total_pending, uncommitted_count

    display "Attainment month (yyyymm)?: " with no advancing
    accept ask_month_text
    move function length(function trim(ask_month_text)) to entry_length
    if entry_length not = 6 or ask_month_text(1:6) is not numeric
        display "Not a usable month."
        move 1 to return-code
        goback
    end-if
    move function numval(ask_month_text) to ask_month

    call "CBL_CHECK_FILE_EXIST" using sla_identifier, sla_check_buffer
    if return-code not = 0
        display "No service-level commitments on file :: "
            function trim(sla_identifier)
        move 2 to return-code
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
        end-if
    end-perform
    close sla_file

    call "get_business_date" using today_date

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

    call "CBL_CHECK_FILE_EXIST" using register_identifier, sla_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            compute arrival_month = itk_arrival / 100
            if arrival_month not = ask_month
                exit perform cycle
            end-if
            perform find_commitment
            if match_k = 0
                add 1 to uncommitted_count
                exit perform cycle
            end-if
            perform score_delivery
        end-perform
        close register_file
    end-if
    if merge_status = 0
        call "CBL_DELETE_FILE" using merge_target
        move merge_register to register_identifier
    end-if

    if total_deliveries = 0
        display "No committed deliveries arrived in " ask_month "."
        move 2 to return-code
        goback
    end-if

    move spaces to report_identifier
    string "sla_attainment_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file

    move spaces to report_record
    string "Service-level attainment by department :: " delimited by size
           ask_month delimited by size
        into report_text
    write report_record
    display report_text
    move spaces to report_record
    move "  Dept      Deliveries     Met  Missed Pending  Attainment"
        to report_text
    write report_record
    display report_text
    move spaces to report_record
    move all "-" to report_text(1:64)
    write report_record
    display report_text(1:64)

    perform varying dept_k from 1 by 1 until dept_k > dept_count
        move spaces to report_record
        move dp_department(dept_k) to report_text(3:8)
        move dp_deliveries(dept_k) to formatted_count
        move formatted_count to report_text(17:6)
        move dp_met(dept_k) to formatted_count
        move formatted_count to report_text(25:6)
        move dp_missed(dept_k) to formatted_count
        move formatted_count to report_text(33:6)
        move dp_pending(dept_k) to formatted_count
        move formatted_count to report_text(41:6)
        if dp_met(dept_k) + dp_missed(dept_k) > 0
            compute attainment_pct rounded = dp_met(dept_k) * 100
                / (dp_met(dept_k) + dp_missed(dept_k))
            move attainment_pct to formatted_pct
            move formatted_pct to attainment_text
        else
            move "   n/a" to attainment_text
        end-if
        move attainment_text to report_text(52:6)
        move "%" to report_text(58:1)
        write report_record
        display report_text
    end-perform

    move spaces to report_record
    move all "-" to report_text(1:64)
    write report_record
    display report_text(1:64)
    move spaces to report_record
    move "  All" to report_text(1:10)
    move total_deliveries to formatted_count
    move formatted_count to report_text(17:6)
    move total_met to formatted_count
    move formatted_count to report_text(25:6)
    move total_missed to formatted_count
    move formatted_count to report_text(33:6)
    move total_pending to formatted_count
    move formatted_count to report_text(41:6)
    if total_met + total_missed > 0
        compute attainment_pct rounded = total_met * 100
            / (total_met + total_missed)
        move attainment_pct to formatted_pct
        move formatted_pct to attainment_text
    else
        move "   n/a" to attainment_text
    end-if
    move attainment_text to report_text(52:6)
    move "%" to report_text(58:1)
    write report_record
    display report_text
    if uncommitted_count > 0
        move spaces to report_record
        move uncommitted_count to formatted_count
        string "  Deliveries with no commitment on file (not scored): "
                   delimited by size
               function trim(formatted_count) delimited by size
            into report_text
        write report_record
        display report_text
    end-if
    close report_file
    display "Attainment report :: " function trim(report_identifier)
    move 0 to return-code
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

*> MET, MISSED, or PENDING, onto the department's line and the totals
score_delivery.
    move 0 to slot_k
    perform varying dept_k from 1 by 1 until dept_k > dept_count
        or slot_k > 0
        if dp_department(dept_k) = itk_department
            move dept_k to slot_k
        end-if
    end-perform
    if slot_k = 0 and dept_count < 30
        add 1 to dept_count
        move dept_count to slot_k
        move itk_department to dp_department(slot_k)
        move 0 to dp_deliveries(slot_k), dp_met(slot_k), dp_missed(slot_k),
            dp_pending(slot_k)
    end-if

    if itk_processed = 1
        move itk_proc_date to measured_to
    else
        move today_date to measured_to
    end-if
    call "count_business_days" using itk_arrival, measured_to, elapsed_days

    add 1 to total_deliveries
    if slot_k > 0
        add 1 to dp_deliveries(slot_k)
    end-if
    evaluate true
        when elapsed_days > cm_days(match_k)
            add 1 to total_missed
            if slot_k > 0
                add 1 to dp_missed(slot_k)
            end-if
        when itk_processed = 1
            add 1 to total_met
            if slot_k > 0
                add 1 to dp_met(slot_k)
            end-if
        when other
            add 1 to total_pending
            if slot_k > 0
                add 1 to dp_pending(slot_k)
            end-if
    end-evaluate.
