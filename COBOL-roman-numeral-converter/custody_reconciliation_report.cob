*> custody_reconciliation_report.cob
*>
*> End-to-end chain-of-custody reconciliation, delivery by delivery:
*> the count the vendor promised on the intake register, what
*> conv_file's trailer says it read and where every token went
*> (results, rejects, review), the rows it wrote to the results
*> dataset, the repairs and review decisions folded back into that
*> dataset since, the rows load_conversion_master put on the
*> conversion master, the records fb_transmit_job wrapped for the
*> mainframe, and the records fb_ack_match found confirmed -- each
*> stage's record count and decimal-column total lined up against the
*> stage that fed it. A delivery that goes out of balance is shown
*> stopping at the first stage that broke, and by how much, and is
*> raised on the exception log. One delivery, or every delivery on
*> the intake register; written to custody_reconciliation_report.txt
*> as well as the console. A GEN_DATASETS batch is read under its
*> latest generation off the input's catalog.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the review desk's acceptances and corrections
*>                      are added up down the batch's whole carry-
*>                      forward chain ("<batch>_review_carry...
*>                      _disposition.txt"), not just its first
*>                      session, so a worked-down carry queue no
*>                      longer shows the delivery out of balance.

identification division.
program-id. custody_reconciliation_report.

environment division.
input-output section.
file-control.
    select intake_file assign intake_identifier
    organization is line sequential.

    select register_file assign register_identifier
    organization is line sequential.

    *> review_queue_screen's per-session disposition summary
    select disposition_file assign disposition_identifier
    organization is line sequential.

    *> the input's generation catalog, when GEN_DATASETS is on
    select gencat_file assign gencat_identifier
    organization is line sequential.

    *> a stage's KEY=VALUE counts dataset
    select counts_file assign controls_identifier
    organization is line sequential.

    *> a batch's results dataset as it stands now, repairs and all
    select results_file assign results_identifier
    organization is line sequential.

    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
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

fd register_file.
01 register_record.
    05 rreg_batch pic x(40).
    05 filler pic x(1).
    05 rreg_line pic 9(9).
    05 filler pic x(1).
    05 rreg_numeral pic x(30).
    05 filler pic x(1).
    05 rreg_reason pic x(16).
    05 filler pic x(1).
    05 rreg_post_date pic 9(8).
    05 filler pic x(1).
    05 rreg_disposition pic x(10).
    05 filler pic x(1).
    05 rreg_disp_date pic 9(8).

fd disposition_file.
01 disposition_record.
    05 dsp_label pic x(18).
    05 dsp_count pic x(9).
    05 filler pic x(53).

fd gencat_file.
01 gencat_record.
    05 gencat_gen pic 9(4).
    05 filler pic x(1).
    05 gencat_date pic 9(8).

fd counts_file.
01 counts_record.
    05 counts_line pic x(60).

*> any of the results layouts: default and words rows carry their
*> decimal in front of a " :: ", keyed rows after the document-id/
*> page/field columns, CSV rows as a comma-separated field
fd results_file.
01 results_record.
    05 results_text pic x(256).

fd master_file.
01 master_record.
    05 master_key.
        10 master_numeral pic x(30).
        10 master_seq pic 9(4). *> load sequence: 1 is the first batch ever, highest is current
    05 master_decimal pic 9(12).
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> the deliveries being reconciled, with what each stage left behind
01 delivery-table.
    05 delivery-entry occurs 200 times.
        10 dl_file pic x(40).
        10 dl_base pic x(46).
        10 dl_results_name pic x(52).
        10 dl_on_intake pic 9.
        10 dl_expected pic 9(9).
        10 dl_controls_found pic 9.
        10 dl_records_read pic 9(9).
        10 dl_tokens pic 9(9).
        10 dl_valid pic 9(9).
        10 dl_invalid pic 9(9).
        10 dl_review pic 9(9).
        10 dl_resumed pic 9.
        10 dl_baseline_found pic 9.
        10 dl_rows_written pic 9(9).
        10 dl_value_written pic 9(15).
        10 dl_repaired pic 9(9).
        10 dl_review_folded pic 9(9).
        10 dl_results_found pic 9.
        10 dl_results_rows pic 9(9).
        10 dl_results_value pic 9(15).
        10 dl_loaded_rows pic 9(9).
        10 dl_loaded_value pic 9(15).
        10 dl_sent_found pic 9.
        10 dl_sent_rows pic 9(9).
        10 dl_sent_value pic 9(15).
        10 dl_confirmed_found pic 9.
        10 dl_confirmed_rows pic 9(9).
        10 dl_confirmed_value_found pic 9.
        10 dl_confirmed_value pic 9(15).
77 delivery_count pic s9(4) comp value 0. *> deliveries on the table
77 delivery_k pic s9(4) comp. *> index over the delivery table
77 match_k pic s9(4) comp. *> the delivery a batch name resolved to
77 intake_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 register_identifier pic x(40) value "reject_register.txt". *> the shop-wide reject register
77 master_identifier pic x(40) value "conversion_master.dat". *> for the existence check only
77 disposition_identifier pic x(192). *> a review session's disposition summary
77 review_stem pic x(176). *> a review queue's name down the carry chain, less ".txt"
77 chain_k pic s9(4) comp. *> carry-forward generations followed
77 gencat_identifier pic x(52). *> a batch's generation catalog
77 controls_identifier pic x(96). *> a stage's KEY=VALUE counts dataset
77 results_identifier pic x(52). *> a batch's results dataset
77 report_identifier pic x(40) value "custody_reconciliation_report.txt". *> the printable report
77 custody_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ask_delivery pic x(40). *> the delivery asked for, spaces for every delivery
77 gen_number pic 9(4). *> a batch's latest output generation
77 row_decimal_text pic x(30). *> a results row's decimal column, whichever the layout
77 decimal_length pic s9(4) comp. *> trimmed length of that column
77 csv_field_1 pic x(30). *> CSV results columns, in order
77 csv_field_2 pic x(30).
77 csv_field_3 pic x(30).
77 csv_field_4 pic x(30).
77 csv_field_5 pic x(30).
77 csv_field_6 pic x(30).
77 csv_fields pic s9(4) comp. *> columns the CSV row split into
77 slot_found pic 9. *> 1 once a table slot is located
77 counts_key pic x(20). *> key of a KEY=VALUE counts line
77 counts_text pic x(30). *> its value, as written
77 counts_value pic 9(15). *> its value
*> one stage's line of the reconciliation, filled in before print_stage
77 stage_label pic x(28). *> what the stage is
77 stage_ran pic 9. *> 1 if the stage left counts behind
77 stage_rows pic 9(9). *> records the stage accounts for
77 stage_value_known pic 9. *> 1 if the stage's value total is known
77 stage_value pic 9(15). *> the stage's decimal-column total
77 stage_compared pic 9. *> 1 if the stage balances against a feeding stage
77 stage_against_rows pic 9(9). *> records the feeding stage handed on
77 stage_value_compared pic 9. *> 1 if the value totals are compared too
77 stage_against_value pic 9(15). *> the feeding stage's decimal-column total
77 stage_row_diff pic s9(10). *> this stage's records minus the feeding stage's
77 stage_value_diff pic s9(16). *> this stage's value total minus the feeding stage's
*> the first stage a delivery broke at
77 break_found pic 9. *> 1 once a delivery's first break is known
77 break_stage pic x(28). *> the stage it broke at
77 break_row_diff pic s9(10). *> by how many records
77 break_value_diff pic s9(16). *> by how much value
77 last_stage pic x(28). *> the furthest stage the delivery has reached
77 stage_missing_text pic x(10). *> what a stage that left no counts shows
77 entry_file pic x(40). *> the delivery a table slot is being opened for
77 total_reconciled pic 9(6) value 0. *> deliveries with a batch to reconcile
77 total_not_run pic 9(6) value 0. *> deliveries not converted yet
77 total_out_of_balance pic 9(6) value 0. *> deliveries out of balance
77 report_pointer pic s9(4) comp. *> where the next piece of a report line goes
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 formatted_count_2 pic z(8)9. *> a second count on the same line
77 formatted_value pic z(14)9. *> value totals, no leading zeroes
77 formatted_row_diff pic -(9)9. *> a record difference, signed
77 formatted_value_diff pic -(15)9. *> a value difference, signed
77 history_answer pic x. *> Y to read the compacted history in as well
77 merge_register pic x(40). *> the register, for merge_register_history
77 merge_target pic x(40). *> the register and its history, merged
77 merge_status pic 9. *> 0 = the merged copy was built
77 intake_merged pic 9 value 0. *> 1 while the intake register is read merged
77 reject_merged pic 9 value 0. *> 1 while the reject register is read merged
77 exception_program pic x(30) value "custody_reconciliation_report". *> this program's name, for the exception log
77 exception_severity pic x(1). *> "E" for an out-of-balance delivery
77 exception_reason pic x(12). *> short reason code for the exception log
77 exception_key_values pic x(40). *> the delivery, for the exception log
77 audit_program_name pic x(30) value "custody_reconciliation_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the delivery(ies) reconciled, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    display "Delivery to reconcile (blank for every delivery on the"
        " intake register)?: " with no advancing
    accept ask_delivery

    display "Include compacted history? (Y/N): " with no advancing
    accept history_answer
    if history_answer = "Y" or history_answer = "y"
        move intake_identifier to merge_register
        move "intake_register_merged.txt" to merge_target
        call "merge_register_history" using merge_register, merge_target,
            merge_status
        if merge_status = 0
            move merge_target to intake_identifier
            move 1 to intake_merged
        end-if
        move register_identifier to merge_register
        move "reject_register_merged.txt" to merge_target
        call "merge_register_history" using merge_register, merge_target,
            merge_status
        if merge_status = 0
            move merge_target to register_identifier
            move 1 to reject_merged
        end-if
    end-if

    *> the deliveries to reconcile, with the count each was logged
    *> at; a delivery logged twice is reconciled against its latest
    *> entry
    call "CBL_CHECK_FILE_EXIST" using intake_identifier, custody_check_buffer
    if return-code = 0
        open input intake_file
        perform forever
            read intake_file
                at end exit perform
            end-read
            if itk_file = spaces
                exit perform cycle
            end-if
            if ask_delivery not = spaces and itk_file not = ask_delivery
                exit perform cycle
            end-if
            move itk_file to entry_file
            perform find_delivery_slot
            if delivery_k = 0
                display "*** More than 200 deliveries; "
                    function trim(itk_file) " and the rest are left off"
                    " the report ***"
                exit perform
            end-if
            move 1 to dl_on_intake(delivery_k)
            move itk_expected to dl_expected(delivery_k)
        end-perform
        close intake_file
    end-if
    if intake_merged = 1
        call "CBL_DELETE_FILE" using intake_identifier
        move "intake_register.txt" to intake_identifier
    end-if

    *> a batch that was never logged as a delivery can still be
    *> reconciled from conv_file onwards
    if ask_delivery not = spaces and delivery_count = 0
        move ask_delivery to entry_file
        perform find_delivery_slot
    end-if

    if delivery_count = 0
        display "No deliveries logged on the intake register."
        if reject_merged = 1
            call "CBL_DELETE_FILE" using register_identifier
        end-if
        move 2 to return-code
        goback
    end-if

    perform varying delivery_k from 1 by 1 until delivery_k > delivery_count
        perform gather_delivery
    end-perform

    *> rejects the repair side has marked repaired, per batch: each
    *> one was appended to the batch's results dataset
    call "CBL_CHECK_FILE_EXIST" using register_identifier, custody_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if rreg_disposition not = "REPAIRED"
                exit perform cycle
            end-if
            perform varying match_k from 1 by 1 until match_k > delivery_count
                if rreg_batch = dl_base(match_k)(1:40)
                    add 1 to dl_repaired(match_k)
                end-if
            end-perform
        end-perform
        close register_file
    end-if
    if reject_merged = 1
        call "CBL_DELETE_FILE" using register_identifier
        move "reject_register.txt" to register_identifier
    end-if

    *> what the loads put on the master, per batch: the loader stamps
    *> every record with the results dataset it came from
    call "CBL_CHECK_FILE_EXIST" using master_identifier, custody_check_buffer
    if return-code = 0
        open input master_file
        perform forever
            read master_file next
                at end exit perform
            end-read
            perform varying match_k from 1 by 1 until match_k > delivery_count
                if master_batch = dl_results_name(match_k)(1:40)
                    add 1 to dl_loaded_rows(match_k)
                    add master_decimal to dl_loaded_value(match_k)
                end-if
            end-perform
        end-perform
        close master_file
    end-if

    open output report_file
    move spaces to report_text
    string "Chain-of-custody reconciliation :: " delimited by size
           function trim(report_identifier) delimited by size
        into report_text
    perform print_line
    move all "-" to report_text(1:80)
    perform print_line

    perform varying delivery_k from 1 by 1 until delivery_k > delivery_count
        perform report_delivery
    end-perform

    move all "-" to report_text(1:80)
    perform print_line
    move "Deliveries reconciled   : " to report_text
    move total_reconciled to formatted_count
    move formatted_count to report_text(27:9)
    perform print_line
    move "Not converted yet       : " to report_text
    move total_not_run to formatted_count
    move formatted_count to report_text(27:9)
    perform print_line
    move "Out of balance          : " to report_text
    move total_out_of_balance to formatted_count
    move formatted_count to report_text(27:9)
    perform print_line
    close report_file

    move spaces to audit_key_param
    move total_reconciled to formatted_count
    move total_out_of_balance to formatted_count_2
    string function trim(formatted_count) delimited by size
           " reconciled, " delimited by size
           function trim(formatted_count_2) delimited by size
           " out of balance" delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    *> write_audit_log sets return-code as a side effect; the real
    *> exit status goes on after it
    if total_out_of_balance > 0
        move 1 to return-code
    else
        move 0 to return-code
    end-if
    goback.

*> locate entry_file's slot on the delivery table, opening one for a
*> delivery not seen yet; delivery_k comes back 0 when the table is
*> full
find_delivery_slot.
    move 0 to slot_found
    perform varying delivery_k from 1 by 1 until delivery_k > delivery_count
        or slot_found = 1
        if dl_file(delivery_k) = entry_file
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from delivery_k
    else
        if delivery_count < 200
            add 1 to delivery_count
            move delivery_count to delivery_k
            initialize delivery-entry(delivery_k)
            move entry_file to dl_file(delivery_k)
        else
            move 0 to delivery_k
        end-if
    end-if.

*> everything the delivery's batch left behind, stage by stage
gather_delivery.
    *> a GEN_DATASETS batch's artifacts hang off its latest generation
    move dl_file(delivery_k) to dl_base(delivery_k)
    move spaces to gencat_identifier
    string function trim(dl_file(delivery_k)) delimited by size
           "_gencat.txt" delimited by size
        into gencat_identifier
    call "CBL_CHECK_FILE_EXIST" using gencat_identifier, custody_check_buffer
    if return-code = 0
        move 0 to gen_number
        open input gencat_file
        perform forever
            read gencat_file
                at end exit perform
            end-read
            move gencat_gen to gen_number
        end-perform
        close gencat_file
        if gen_number > 0
            move spaces to dl_base(delivery_k)
            string function trim(dl_file(delivery_k)) delimited by size
                   "_g" delimited by size
                   gen_number delimited by size
                into dl_base(delivery_k)
        end-if
    end-if
    move spaces to dl_results_name(delivery_k)
    string function trim(dl_base(delivery_k)) delimited by size
           "_results.txt" delimited by size
        into dl_results_name(delivery_k)

    *> conv_file's trailer counts
    move spaces to controls_identifier
    string function trim(dl_base(delivery_k)) delimited by size
           "_controls.txt" delimited by size
        into controls_identifier
    perform read_counts_dataset

    *> the review desk's acceptances and corrections are folded into
    *> the results dataset like repairs are, every session's down the
    *> carry-forward chain: what one session carried is the next one's
    *> queue, with its own summary beside it
    move 0 to chain_k
    move spaces to review_stem
    string function trim(dl_base(delivery_k)) delimited by size
           "_review" delimited by size
        into review_stem
    perform until chain_k >= 20
        add 1 to chain_k
        move spaces to disposition_identifier
        string function trim(review_stem) delimited by size
               "_disposition.txt" delimited by size
            into disposition_identifier
        call "CBL_CHECK_FILE_EXIST" using disposition_identifier,
            custody_check_buffer
        if return-code not = 0
            exit perform
        end-if
        open input disposition_file
        perform forever
            read disposition_file
                at end exit perform
            end-read
            evaluate dsp_label
                when "Accepted as read: "
                when "Corrected       : "
                    add function numval(dsp_count) to dl_review_folded(delivery_k)
            end-evaluate
        end-perform
        close disposition_file
        move spaces to disposition_identifier
        string function trim(review_stem) delimited by size
               "_carry" delimited by size
            into disposition_identifier
        move disposition_identifier to review_stem
    end-perform

    *> the results dataset as it stands now
    move dl_results_name(delivery_k) to results_identifier
    call "CBL_CHECK_FILE_EXIST" using results_identifier, custody_check_buffer
    if return-code = 0
        move 1 to dl_results_found(delivery_k)
        open input results_file
        perform forever
            read results_file
                at end exit perform
            end-read
            if results_text not = spaces
                perform count_results_row
            end-if
        end-perform
        close results_file
    end-if

    *> what fb_transmit_job wrapped, and what fb_ack_match found
    *> confirmed, off the counts datasets they leave beside the
    *> envelope
    move spaces to controls_identifier
    string function trim(dl_base(delivery_k)) delimited by size
           "_results_transmit.fb_controls.txt" delimited by size
        into controls_identifier
    perform read_counts_dataset
    move spaces to controls_identifier
    string function trim(dl_base(delivery_k)) delimited by size
           "_results_transmit.fb_ack_controls.txt" delimited by size
        into controls_identifier
    perform read_counts_dataset.

*> one stage's KEY=VALUE counts dataset, each count it carries put
*> on the delivery's slot; the datasets' file names run past what
*> read_control_param takes, so they are read here directly
read_counts_dataset.
    call "CBL_CHECK_FILE_EXIST" using controls_identifier, custody_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input counts_file
    perform forever
        read counts_file
            at end exit perform
        end-read
        move spaces to counts_key, counts_text
        unstring counts_line delimited by "="
            into counts_key, counts_text
        end-unstring
        if function trim(counts_text) = spaces
            or function trim(counts_text) is not numeric
            exit perform cycle
        end-if
        move function numval(counts_text) to counts_value
        evaluate counts_key
            when "RECORDS_READ"
                move 1 to dl_controls_found(delivery_k)
                move counts_value to dl_records_read(delivery_k)
            when "TOKENS_READ"
                move counts_value to dl_tokens(delivery_k)
            when "VALID"
                move counts_value to dl_valid(delivery_k)
            when "INVALID"
                move counts_value to dl_invalid(delivery_k)
            when "REVIEW_QUEUED"
                move counts_value to dl_review(delivery_k)
            when "RESUMED"
                move counts_value to dl_resumed(delivery_k)
            when "RESULTS_ROWS"
                move 1 to dl_baseline_found(delivery_k)
                move counts_value to dl_rows_written(delivery_k)
            when "RESULTS_VALUE"
                move counts_value to dl_value_written(delivery_k)
            when "RECORDS_SENT"
                move 1 to dl_sent_found(delivery_k)
                move counts_value to dl_sent_rows(delivery_k)
            when "VALUE_SENT"
                move counts_value to dl_sent_value(delivery_k)
            when "RECORDS_CONFIRMED"
                move 1 to dl_confirmed_found(delivery_k)
                move counts_value to dl_confirmed_rows(delivery_k)
            when "VALUE_CONFIRMED"
                move 1 to dl_confirmed_value_found(delivery_k)
                move counts_value to dl_confirmed_value(delivery_k)
        end-evaluate
    end-perform
    close counts_file.

*> one results row: counted, and its decimal column added to the
*> dataset's value total, whichever layout the batch ran with
count_results_row.
    add 1 to dl_results_rows(delivery_k)
    evaluate true
        when results_text(13:4) = " :: "
            move results_text(1:12) to row_decimal_text
        when results_text(36:4) = " :: "
            move results_text(24:12) to row_decimal_text
        when other
            move spaces to csv_field_1, csv_field_2, csv_field_3,
                csv_field_4, csv_field_5, csv_field_6
            move 0 to csv_fields
            unstring results_text delimited by ","
                into csv_field_1, csv_field_2, csv_field_3, csv_field_4,
                    csv_field_5, csv_field_6
                tallying in csv_fields
            end-unstring
            if csv_fields >= 6
                move csv_field_5 to row_decimal_text
            else
                move csv_field_2 to row_decimal_text
            end-if
    end-evaluate
    move function trim(row_decimal_text) to row_decimal_text
    move function length(function trim(row_decimal_text)) to decimal_length
    if row_decimal_text not = spaces
        and row_decimal_text(1:decimal_length) is numeric
        add function numval(row_decimal_text) to dl_results_value(delivery_k)
    end-if.

*> one delivery's section of the report: each stage against the
*> stage that fed it, and where it first went out of balance
report_delivery.
    perform print_line
    string "Delivery :: " delimited by size
           function trim(dl_file(delivery_k)) delimited by size
        into report_text
    if dl_base(delivery_k) not = dl_file(delivery_k)
        move 1 to report_pointer
        inspect report_text tallying report_pointer
            for characters before initial "   "
        string " (batch " delimited by size
               function trim(dl_base(delivery_k)) delimited by size
               ")" delimited by size
            into report_text with pointer report_pointer
    end-if
    perform print_line

    if dl_controls_found(delivery_k) = 0
        if dl_on_intake(delivery_k) = 1
            move dl_expected(delivery_k) to formatted_count
            string "  Logged at " delimited by size
                   function trim(formatted_count) delimited by size
                   " record(s); not converted yet, nothing to reconcile."
                       delimited by size
                into report_text
        else
            move "  No trailer counts on file; nothing to reconcile."
                to report_text
        end-if
        perform print_line
        add 1 to total_not_run
        exit paragraph
    end-if
    add 1 to total_reconciled
    move 0 to break_found, break_row_diff, break_value_diff
    move spaces to break_stage, last_stage

    move "Stage" to report_text(3:5)
    move "Records" to report_text(34:7)
    move "Value total" to report_text(47:11)
    move "Against" to report_text(62:7)
    move "Difference" to report_text(71:10)
    perform print_line

    *> the count the vendor promised
    perform clear_stage
    move "Expected (intake register)" to stage_label
    move "not logged" to stage_missing_text
    move dl_on_intake(delivery_k) to stage_ran
    move dl_expected(delivery_k) to stage_rows
    perform print_stage

    *> what the converter read, against what was promised
    perform clear_stage
    move "Read (conv_file trailer)" to stage_label
    move 1 to stage_ran
    move dl_records_read(delivery_k) to stage_rows
    if dl_on_intake(delivery_k) = 1
        move 1 to stage_compared
        move dl_expected(delivery_k) to stage_against_rows
    end-if
    perform print_stage

    perform clear_stage
    move "Tokens split (trailer)" to stage_label
    move 1 to stage_ran
    move dl_tokens(delivery_k) to stage_rows
    perform print_stage

    *> every token read went to exactly one of results, rejects, or
    *> review; a token held for review was valid, so review comes
    *> out of the valid count
    perform clear_stage
    move "Results+rejects+review" to stage_label
    move 1 to stage_ran
    compute stage_rows = dl_valid(delivery_k) + dl_invalid(delivery_k)
    move 1 to stage_compared
    move dl_tokens(delivery_k) to stage_against_rows
    perform print_stage
    compute stage_rows = dl_valid(delivery_k) - dl_review(delivery_k)
    move stage_rows to formatted_count
    move 1 to report_pointer
    string "      results " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    move dl_invalid(delivery_k) to formatted_count
    string ", rejects " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    move dl_review(delivery_k) to formatted_count
    string ", review " delimited by size
           function trim(formatted_count) delimited by size
        into report_text with pointer report_pointer
    perform print_line

    *> the rows conv_file wrote: the baseline everything downstream
    *> balances to; a batch converted before the controls dataset
    *> carried it has none
    perform clear_stage
    move "Results written (conv_file)" to stage_label
    move "no count" to stage_missing_text
    move dl_baseline_found(delivery_k) to stage_ran
    move dl_rows_written(delivery_k) to stage_rows
    move 1 to stage_value_known
    move dl_value_written(delivery_k) to stage_value
    perform print_stage

    *> the results dataset now: what conv_file wrote plus every
    *> repair and review decision folded back since
    perform clear_stage
    move "Results after repairs" to stage_label
    move "missing" to stage_missing_text
    move dl_results_found(delivery_k) to stage_ran
    move dl_results_rows(delivery_k) to stage_rows
    move 1 to stage_value_known
    move dl_results_value(delivery_k) to stage_value
    if dl_baseline_found(delivery_k) = 1
        move 1 to stage_compared
        compute stage_against_rows = dl_rows_written(delivery_k)
            + dl_repaired(delivery_k) + dl_review_folded(delivery_k)
    end-if
    perform print_stage
    if dl_results_found(delivery_k) = 1
        move dl_repaired(delivery_k) to formatted_count
        move dl_review_folded(delivery_k) to formatted_count_2
        string "      repairs " delimited by size
               function trim(formatted_count) delimited by size
               ", review decisions " delimited by size
               function trim(formatted_count_2) delimited by size
               " folded back" delimited by size
            into report_text
        perform print_line
    end-if

    *> the master load, against the results dataset it read
    perform clear_stage
    move "Loaded (conversion master)" to stage_label
    if dl_loaded_rows(delivery_k) > 0
        move 1 to stage_ran
    end-if
    move dl_loaded_rows(delivery_k) to stage_rows
    move 1 to stage_value_known
    move dl_loaded_value(delivery_k) to stage_value
    if dl_results_found(delivery_k) = 1
        move 1 to stage_compared, stage_value_compared
        move dl_results_rows(delivery_k) to stage_against_rows
        move dl_results_value(delivery_k) to stage_against_value
    end-if
    perform print_stage

    *> the fixed-block copy is written beside the results as
    *> conv_file converts; repairs go to the results dataset only, so
    *> the envelope balances to what conv_file wrote
    perform clear_stage
    move "Sent (fb_transmit_job)" to stage_label
    move dl_sent_found(delivery_k) to stage_ran
    move dl_sent_rows(delivery_k) to stage_rows
    move 1 to stage_value_known
    move dl_sent_value(delivery_k) to stage_value
    if dl_baseline_found(delivery_k) = 1
        move 1 to stage_compared, stage_value_compared
        move dl_rows_written(delivery_k) to stage_against_rows
        move dl_value_written(delivery_k) to stage_against_value
    end-if
    perform print_stage

    *> an EBCDIC handoff is confirmed by count only
    perform clear_stage
    move "Confirmed (fb_ack_match)" to stage_label
    move dl_confirmed_found(delivery_k) to stage_ran
    move dl_confirmed_rows(delivery_k) to stage_rows
    move dl_confirmed_value_found(delivery_k) to stage_value_known
    move dl_confirmed_value(delivery_k) to stage_value
    if dl_sent_found(delivery_k) = 1
        move 1 to stage_compared
        move dl_sent_rows(delivery_k) to stage_against_rows
        if dl_confirmed_value_found(delivery_k) = 1
            move 1 to stage_value_compared
            move dl_sent_value(delivery_k) to stage_against_value
        end-if
    end-if
    perform print_stage

    if dl_resumed(delivery_k) = 1
        move "  Note: a resumed run; the trailer counts cover the resumed"
            to report_text
        move " part only." to report_text(61:11)
        perform print_line
    end-if

    if break_found = 1
        add 1 to total_out_of_balance
        move break_row_diff to formatted_row_diff
        move 1 to report_pointer
        string "  Status :: OUT OF BALANCE at " delimited by size
               function trim(break_stage) delimited by size
               " by " delimited by size
               function trim(formatted_row_diff) delimited by size
               " record(s)" delimited by size
            into report_text with pointer report_pointer
        if break_value_diff not = 0
            move break_value_diff to formatted_value_diff
            string ", value total off by " delimited by size
                   function trim(formatted_value_diff) delimited by size
                into report_text with pointer report_pointer
        end-if
        perform print_line
        move "E" to exception_severity
        move "OUT-OF-BAL" to exception_reason
        move dl_file(delivery_k) to exception_key_values
        call "write_exception" using exception_program, exception_severity,
            exception_reason, exception_key_values
    else
        string "  Status :: in balance through " delimited by size
               function trim(last_stage) delimited by size
            into report_text
        perform print_line
    end-if.

*> a stage line starts out empty and not run
clear_stage.
    move spaces to stage_label
    move "not run" to stage_missing_text
    move 0 to stage_ran, stage_rows, stage_value_known, stage_value,
        stage_compared, stage_against_rows, stage_value_compared,
        stage_against_value.

*> one stage's line; the first stage whose records or value total
*> disagree with the stage that fed it is the delivery's break
print_stage.
    move stage_label to report_text(3:28)
    if stage_ran = 0
        move stage_missing_text to report_text(34:10)
        perform print_line
        exit paragraph
    end-if
    move stage_label to last_stage
    move stage_rows to formatted_count
    move formatted_count to report_text(32:9)
    if stage_value_known = 1
        move stage_value to formatted_value
        move formatted_value to report_text(43:15)
    end-if
    if stage_compared = 0
        perform print_line
        exit paragraph
    end-if

    compute stage_row_diff = stage_rows - stage_against_rows
    move 0 to stage_value_diff
    if stage_value_compared = 1
        compute stage_value_diff = stage_value - stage_against_value
    end-if
    move stage_against_rows to formatted_count
    move formatted_count to report_text(60:9)
    move stage_row_diff to formatted_row_diff
    move formatted_row_diff to report_text(71:10)
    if stage_row_diff not = 0 or stage_value_diff not = 0
        move "<<" to report_text(82:2)
    end-if
    perform print_line
    if stage_value_diff not = 0
        move stage_against_value to formatted_value
        move stage_value_diff to formatted_value_diff
        string "      value total against " delimited by size
               function trim(formatted_value) delimited by size
               ", off by " delimited by size
               function trim(formatted_value_diff) delimited by size
            into report_text
        perform print_line
    end-if
    if break_found = 0 and (stage_row_diff not = 0 or stage_value_diff not = 0)
        move 1 to break_found
        move stage_label to break_stage
        move stage_row_diff to break_row_diff
        move stage_value_diff to break_value_diff
    end-if.

*> every report line goes to the console and to the report file
print_line.
    write report_record
    display function trim(report_text, trailing)
    move spaces to report_text.
