*> vendor_scorecard.cob
*>
*> Monthly quality scorecard for the scanning vendors, for the
*> contract renewal conversation: every delivery logged on the intake
*> register (intake_register.txt) in an operator-given month is tied
*> by its source to the batch's trailer counts (the
*> "<batch>_controls.txt" dataset conv_file leaves beside its
*> results), its open/repaired/written-off rejects by reason on the
*> shop-wide reject register, the review desk's dispositions
*> (review_queue_screen's "<batch>_review_disposition.txt"), and the
*> return packages vendor_return_job sent back (from the audit log).
*> Vendors are then ranked by reject rate and by turnaround against
*> the delivery's due date -- instead of someone assembling it by
*> hand from four files. A GEN_DATASETS batch is read under its
*> latest generation off the input's catalog.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - asks whether to include compacted history;
*>                      with it, the intake and reject registers are
*>                      read together with their history files
*>                      (merge_register_history), so a month older
*>                      than the compaction age still scores whole.
*> Oct. 15, 2026 - BW - the review desk's dispositions are summed down
*>                      the batch's whole carry-forward chain
*>                      ("<batch>_review_carry..._disposition.txt"),
*>                      not just its first session, with only the last
*>                      session's carried count standing as carried;
*>                      and the trailer counts are read here through
*>                      a wide enough file name, as a generation's
*>                      controls dataset name runs past what
*>                      read_control_param takes.

identification division.
program-id. vendor_scorecard.

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

    *> a batch's KEY=VALUE trailer-counts dataset
    select controls_file assign controls_identifier
    organization is line sequential.

    *> the input's generation catalog, when GEN_DATASETS is on
    select gencat_file assign gencat_identifier
    organization is line sequential.

    select audit_file assign audit_identifier
    organization is line sequential.

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

fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

fd gencat_file.
01 gencat_record.
    05 gencat_gen pic 9(4).
    05 filler pic x(1).
    05 gencat_date pic 9(8).

fd audit_file.
01 audit_record.
    05 audit_rec_date pic 9(8).
    05 audit_sep1 pic x(4).
    05 audit_rec_time pic 9(8).
    05 audit_sep2 pic x(4).
    05 audit_rec_operator pic x(20).
    05 audit_sep3 pic x(4).
    05 audit_rec_program pic x(30).
    05 audit_sep4 pic x(4).
    05 audit_rec_param pic x(40).
    05 audit_sep5 pic x(4).
    05 audit_rec_result pic x(7).
    05 audit_sep6 pic x(4).
    05 audit_rec_run_id pic 9(6).
    05 audit_sep7 pic x(4).
    05 audit_rec_business_date pic 9(8).
    05 audit_sep8 pic x(4).
    05 audit_rec_sequence pic 9(9).
    05 audit_sep9 pic x(4).
    05 audit_rec_check pic 9(9).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> one accumulator per vendor; the shop deals with a few dozen at most
01 vendor-table.
    05 vendor-entry occurs 50 times.
        10 vn_source pic x(20).
        10 vn_deliveries pic 9(6).
        10 vn_expected pic 9(12).
        10 vn_tokens pic 9(12).
        10 vn_valid pic 9(12).
        10 vn_invalid pic 9(12).
        10 vn_review_queued pic 9(12).
        10 vn_rej_open pic 9(9).
        10 vn_rej_repaired pic 9(9).
        10 vn_rej_writtenoff pic 9(9).
        10 vn_rev_accepted pic 9(9).
        10 vn_rev_corrected pic 9(9).
        10 vn_rev_rejected pic 9(9).
        10 vn_rev_carried pic 9(9).
        10 vn_returns pic 9(6).
        10 vn_processed pic 9(6).
        10 vn_turn_days pic 9(9).
        10 vn_late pic 9(6).
        10 vn_reject_rate pic 9(3)v99.
        10 vn_late_rate pic 9(3)v99.
        10 vn_ranked pic 9.
*> the month's deliveries, each pointing at its vendor's slot
01 delivery-table.
    05 delivery-entry occurs 500 times.
        10 dl_file pic x(40).
        10 dl_base pic x(46).
        10 dl_vendor pic s9(4) comp.
*> reject-register tallies per vendor and reason
01 reason-table.
    05 reason-entry occurs 300 times.
        10 rs_vendor pic s9(4) comp.
        10 rs_reason pic x(16).
        10 rs_open pic 9(9).
        10 rs_repaired pic 9(9).
        10 rs_writtenoff pic 9(9).
77 vendor_count pic s9(4) comp value 0. *> vendors on the table
77 delivery_count pic s9(4) comp value 0. *> deliveries on the table
77 reason_count pic s9(4) comp value 0. *> vendor/reason pairs on the table
77 vendor_k pic s9(4) comp. *> index over the vendor table
77 delivery_k pic s9(4) comp. *> index over the delivery table
77 reason_k pic s9(4) comp. *> index over the reason table
77 rank_k pic s9(4) comp. *> ranking position being filled
77 best_k pic s9(4) comp. *> vendor holding the ranking position
77 rank_basis pic 9. *> 1 = rank by reject rate; 2 = by late-delivery rate
77 report_pointer pic s9(4) comp. *> where the next piece of a report line goes
77 slot_found pic 9. *> 1 once a table slot is located
77 intake_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 register_identifier pic x(40) value "reject_register.txt". *> the shop-wide reject register
77 disposition_identifier pic x(192). *> a review session's disposition summary
77 review_stem pic x(176). *> a review queue's name down the carry chain, less ".txt"
77 chain_k pic s9(4) comp. *> carry-forward generations followed
77 chain_carried pic 9(9). *> carried forward by the last session walked
77 gencat_identifier pic x(52). *> a batch's generation catalog
77 controls_identifier pic x(64). *> a batch's trailer-counts dataset
77 control_key pic x(20). *> key of a KEY=VALUE trailer line
77 control_text pic x(30). *> its value, as written
77 audit_identifier pic x(44). *> the audit file currently being read
77 report_identifier pic x(40). *> the printable scorecard
77 scorecard_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ask_month_text pic x(8). *> the month, as keyed (yyyymm)
77 ask_month pic 9(6). *> the month being scored
77 entry_length pic s9(4) comp. *> trimmed length of the keyed month
77 record_month pic 9(6). *> the delivery's arrival yyyymm
77 today_date pic 9(8). *> today, for outstanding deliveries past due
77 gen_number pic 9(4). *> a batch's latest output generation
77 base_length pic s9(4) comp. *> trimmed length of a delivery file name
77 batch_matches pic 9. *> 1 when a register or audit batch name is the delivery's
77 match_name pic x(40). *> the batch name being matched to a delivery
77 match_k pic s9(4) comp. *> the delivery a batch name resolved to
77 turn_days pic s9(5). *> a delivery's arrival-to-processed days
77 rate_base pic 9(12). *> tokens the reject rate is taken over
77 rate_rejects pic 9(9). *> a vendor's rejects, all dispositions
77 best_rate pic 9(3)v99. *> the best rate seen while ranking
77 average_turn pic 9(5)v9. *> a vendor's average turnaround in days
77 total_deliveries pic 9(6) value 0. *> the month's deliveries across every vendor
77 total_rejects pic 9(9) value 0. *> the month's register entries across every vendor
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 formatted_count_2 pic z(8)9. *> a second count on the same line
77 formatted_count_3 pic z(8)9. *> a third count on the same line
77 formatted_rank pic z9. *> ranking position, no leading zero
77 formatted_rate pic zz9.99. *> a percentage
77 formatted_turn pic zzzz9.9. *> average days, one decimal
77 audit_program_name pic x(30) value "vendor_scorecard". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the month scored, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 history_answer pic x. *> Y to read the compacted history in as well
77 merge_register pic x(40). *> the register, for merge_register_history
77 merge_target pic x(40). *> the register and its history, merged
77 merge_status pic 9. *> 0 = the merged copy was built
77 intake_merged pic 9 value 0. *> 1 while the intake register is read merged
77 reject_merged pic 9 value 0. *> 1 while the reject register is read merged

procedure division.
    display "Scorecard month (yyyymm)?: " with no advancing
    accept ask_month_text
    move function length(function trim(ask_month_text)) to entry_length
    if entry_length not = 6 or ask_month_text(1:6) is not numeric
        display "Not a usable month."
        move 1 to return-code
        goback
    end-if
    move function numval(ask_month_text) to ask_month
    accept today_date from date yyyymmdd

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

    call "CBL_CHECK_FILE_EXIST" using intake_identifier, scorecard_check_buffer
    if return-code not = 0
        display "No deliveries logged on the intake register."
        move 2 to return-code
        goback
    end-if

    *> the month's deliveries, by vendor, with their trailer counts,
    *> review dispositions, and turnaround against the due date
    open input intake_file
    perform forever
        read intake_file
            at end exit perform
        end-read
        compute record_month = itk_arrival / 100
        if record_month not = ask_month
            exit perform cycle
        end-if
        if delivery_count >= 500
            display "*** More than 500 deliveries in the month; "
                "the rest are left off the scorecard ***"
            exit perform
        end-if
        perform find_vendor
        if vendor_k > 0
            perform score_delivery
        end-if
    end-perform
    close intake_file
    if intake_merged = 1
        call "CBL_DELETE_FILE" using intake_identifier
        move "intake_register.txt" to intake_identifier
    end-if

    if total_deliveries = 0
        display "No deliveries logged for " ask_month "."
        if reject_merged = 1
            call "CBL_DELETE_FILE" using register_identifier
        end-if
        move 2 to return-code
        goback
    end-if

    *> every register entry posted against one of the month's
    *> deliveries, tallied by vendor and reason
    call "CBL_CHECK_FILE_EXIST" using register_identifier, scorecard_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            move rreg_batch to match_name
            perform find_delivery
            if match_k > 0
                perform tally_reject
            end-if
        end-perform
        close register_file
    end-if
    if reject_merged = 1
        call "CBL_DELETE_FILE" using register_identifier
        move "reject_register.txt" to register_identifier
    end-if

    *> return packages sent back, off the live audit log and the
    *> month's rotated generation
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, scorecard_check_buffer
    if return-code = 0
        perform read_audit_file
    end-if
    move spaces to audit_identifier
    string "audit_log_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, scorecard_check_buffer
    if return-code = 0
        perform read_audit_file
    end-if

    *> the rates the rankings run on
    perform varying vendor_k from 1 by 1 until vendor_k > vendor_count
        compute rate_rejects = vn_rej_open(vendor_k)
            + vn_rej_repaired(vendor_k) + vn_rej_writtenoff(vendor_k)
        move vn_tokens(vendor_k) to rate_base
        if rate_base = 0
            move vn_expected(vendor_k) to rate_base
        end-if
        if rate_base > 0
            compute vn_reject_rate(vendor_k) rounded =
                rate_rejects * 100 / rate_base
                on size error move 999.99 to vn_reject_rate(vendor_k)
            end-compute
        else
            move 0 to vn_reject_rate(vendor_k)
        end-if
        compute vn_late_rate(vendor_k) rounded =
            vn_late(vendor_k) * 100 / vn_deliveries(vendor_k)
    end-perform

    move spaces to report_identifier
    string "vendor_scorecard_" delimited by size
           ask_month delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file

    move spaces to report_record
    string "Vendor quality scorecard :: " delimited by size
           ask_month delimited by size
        into report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:64)
    perform put_report_line

    *> the detail block, vendor by vendor
    perform varying vendor_k from 1 by 1 until vendor_k > vendor_count
        perform print_vendor_detail
    end-perform

    *> the two rankings procurement asked for
    move 1 to rank_basis
    perform print_ranking
    move 2 to rank_basis
    perform print_ranking

    move spaces to report_record
    perform put_report_line
    move total_deliveries to formatted_count
    move total_rejects to formatted_count_2
    move spaces to report_record
    string "Month total :: " delimited by size
           function trim(formatted_count) delimited by size
           " delivery(ies), " delimited by size
           function trim(formatted_count_2) delimited by size
           " reject(s) on the register" delimited by size
        into report_text
    perform put_report_line
    close report_file
    display "Vendor scorecard :: " function trim(report_identifier)

    move spaces to audit_key_param
    string "scorecard " delimited by size
           ask_month delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    move 0 to return-code
    goback.

*> locate the delivery's vendor on the table, opening a slot for a
*> vendor not seen yet; vendor_k comes back 0 when the table is full
find_vendor.
    move 0 to slot_found
    perform varying vendor_k from 1 by 1 until vendor_k > vendor_count
        or slot_found = 1
        if vn_source(vendor_k) = itk_source
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from vendor_k
    else
        if vendor_count < 50
            add 1 to vendor_count
            move vendor_count to vendor_k
            initialize vendor-entry(vendor_k)
            move itk_source to vn_source(vendor_k)
        else
            move 0 to vendor_k
            display "*** More than 50 vendors; "
                function trim(itk_source) " left off the scorecard ***"
        end-if
    end-if.

*> put one delivery on the tables and fold in what its batch left
*> behind: the trailer counts and the review desk's dispositions
score_delivery.
    add 1 to delivery_count
    add 1 to total_deliveries
    move itk_file to dl_file(delivery_count)
    move vendor_k to dl_vendor(delivery_count)
    add 1 to vn_deliveries(vendor_k)
    add itk_expected to vn_expected(vendor_k)

    *> a GEN_DATASETS batch's artifacts hang off its latest generation
    move itk_file to dl_base(delivery_count)
    move spaces to gencat_identifier
    string function trim(itk_file) delimited by size
           "_gencat.txt" delimited by size
        into gencat_identifier
    call "CBL_CHECK_FILE_EXIST" using gencat_identifier, scorecard_check_buffer
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
            move spaces to dl_base(delivery_count)
            string function trim(itk_file) delimited by size
                   "_g" delimited by size
                   gen_number delimited by size
                into dl_base(delivery_count)
        end-if
    end-if

    *> the batch's trailer counts
    move spaces to controls_identifier
    string function trim(dl_base(delivery_count)) delimited by size
           "_controls.txt" delimited by size
        into controls_identifier
    perform read_controls_dataset

    *> the review desk's disposition summaries down the batch's
    *> carry-forward chain: each session that walked a queue left one
    *> beside it, and what it carried is the next session's queue; only
    *> the last session's carried count is still outstanding
    move 0 to chain_k, chain_carried
    move spaces to review_stem
    string function trim(dl_base(delivery_count)) delimited by size
           "_review" delimited by size
        into review_stem
    perform until chain_k >= 20
        add 1 to chain_k
        move spaces to disposition_identifier
        string function trim(review_stem) delimited by size
               "_disposition.txt" delimited by size
            into disposition_identifier
        call "CBL_CHECK_FILE_EXIST" using disposition_identifier,
            scorecard_check_buffer
        if return-code not = 0
            exit perform
        end-if
        move 0 to chain_carried
        open input disposition_file
        perform forever
            read disposition_file
                at end exit perform
            end-read
            evaluate dsp_label
                when "Accepted as read: "
                    add function numval(dsp_count) to vn_rev_accepted(vendor_k)
                when "Corrected       : "
                    add function numval(dsp_count) to vn_rev_corrected(vendor_k)
                when "Rejected        : "
                    add function numval(dsp_count) to vn_rev_rejected(vendor_k)
                when "Carried forward : "
                    move function numval(dsp_count) to chain_carried
            end-evaluate
        end-perform
        close disposition_file
        move spaces to disposition_identifier
        string function trim(review_stem) delimited by size
               "_carry" delimited by size
            into disposition_identifier
        move disposition_identifier to review_stem
    end-perform
    add chain_carried to vn_rev_carried(vendor_k)

    *> turnaround against the due date; an unprocessed delivery
    *> already past its due date counts late too
    if itk_processed = 1 and itk_proc_date > 0
        add 1 to vn_processed(vendor_k)
        compute turn_days = function integer-of-date(itk_proc_date)
            - function integer-of-date(itk_arrival)
        if turn_days > 0
            add turn_days to vn_turn_days(vendor_k)
        end-if
        if itk_due > 0 and itk_proc_date > itk_due
            add 1 to vn_late(vendor_k)
        end-if
    else
        if itk_due > 0 and itk_due < today_date
            add 1 to vn_late(vendor_k)
        end-if
    end-if.

*> the batch's trailer counts onto its vendor; a generation's dataset
*> name runs past what read_control_param takes, so it is read here
read_controls_dataset.
    call "CBL_CHECK_FILE_EXIST" using controls_identifier, scorecard_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input controls_file
    perform forever
        read controls_file
            at end exit perform
        end-read
        move spaces to control_key, control_text
        unstring controls_line delimited by "="
            into control_key, control_text
        end-unstring
        if function trim(control_text) = spaces
            or function trim(control_text) is not numeric
            exit perform cycle
        end-if
        evaluate control_key
            when "TOKENS_READ"
                add function numval(control_text) to vn_tokens(vendor_k)
            when "VALID"
                add function numval(control_text) to vn_valid(vendor_k)
            when "INVALID"
                add function numval(control_text) to vn_invalid(vendor_k)
            when "REVIEW_QUEUED"
                add function numval(control_text) to vn_review_queued(vendor_k)
        end-evaluate
    end-perform
    close controls_file.

*> resolve match_name to one of the month's deliveries: the delivery
*> name itself, or its "<name>_gNNNN" generation base; match_k comes
*> back 0 when the batch is none of them
find_delivery.
    move 0 to match_k
    perform varying delivery_k from 1 by 1 until delivery_k > delivery_count
        or match_k > 0
        move 0 to batch_matches
        if match_name = dl_file(delivery_k)
            move 1 to batch_matches
        else
            move function length(function trim(dl_file(delivery_k)))
                to base_length
            if base_length < 35
                and match_name(1 : base_length) = dl_file(delivery_k)(1 : base_length)
                and match_name(base_length + 1 : 2) = "_g"
                and match_name(base_length + 3 : 4) is numeric
                move 1 to batch_matches
            end-if
        end-if
        if batch_matches = 1
            move delivery_k to match_k
        end-if
    end-perform.

*> one register entry into its vendor's disposition and reason tallies
tally_reject.
    move dl_vendor(match_k) to vendor_k
    add 1 to total_rejects
    move 0 to slot_found
    perform varying reason_k from 1 by 1 until reason_k > reason_count
        or slot_found = 1
        if rs_vendor(reason_k) = vendor_k and rs_reason(reason_k) = rreg_reason
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from reason_k
    else
        if reason_count < 300
            add 1 to reason_count
            move reason_count to reason_k
            move vendor_k to rs_vendor(reason_k)
            move rreg_reason to rs_reason(reason_k)
            move 0 to rs_open(reason_k), rs_repaired(reason_k),
                rs_writtenoff(reason_k)
        else
            move 0 to reason_k
        end-if
    end-if
    evaluate rreg_disposition
        when "OPEN"
            add 1 to vn_rej_open(vendor_k)
            if reason_k > 0
                add 1 to rs_open(reason_k)
            end-if
        when "REPAIRED"
            add 1 to vn_rej_repaired(vendor_k)
            if reason_k > 0
                add 1 to rs_repaired(reason_k)
            end-if
        when other
            add 1 to vn_rej_writtenoff(vendor_k)
            if reason_k > 0
                add 1 to rs_writtenoff(reason_k)
            end-if
    end-evaluate.

*> count the vendor_return_job packages built for the month's
*> deliveries in one audit file
read_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_program not = "vendor_return_job"
            or audit_rec_result not = "SUCCESS"
            exit perform cycle
        end-if
        move audit_rec_param to match_name
        perform find_delivery
        if match_k > 0
            move dl_vendor(match_k) to vendor_k
            add 1 to vn_returns(vendor_k)
        end-if
    end-perform
    close audit_file.

*> one vendor's detail block
print_vendor_detail.
    move spaces to report_record
    perform put_report_line
    move vn_deliveries(vendor_k) to formatted_count
    move vn_expected(vendor_k) to formatted_count_2
    move spaces to report_record
    string "Vendor :: " delimited by size
           function trim(vn_source(vendor_k)) delimited by size
           " :: " delimited by size
           function trim(formatted_count) delimited by size
           " delivery(ies), " delimited by size
           function trim(formatted_count_2) delimited by size
           " record(s) expected" delimited by size
        into report_text
    perform put_report_line

    move vn_tokens(vendor_k) to formatted_count
    move vn_valid(vendor_k) to formatted_count_2
    move vn_invalid(vendor_k) to formatted_count_3
    move spaces to report_record
    string "  Trailer counts   : " delimited by size
           function trim(formatted_count) delimited by size
           " token(s), " delimited by size
           function trim(formatted_count_2) delimited by size
           " valid, " delimited by size
           function trim(formatted_count_3) delimited by size
           " invalid" delimited by size
        into report_text
    perform put_report_line

    move vn_rej_open(vendor_k) to formatted_count
    move vn_rej_repaired(vendor_k) to formatted_count_2
    move vn_rej_writtenoff(vendor_k) to formatted_count_3
    move vn_reject_rate(vendor_k) to formatted_rate
    move spaces to report_record
    string "  Rejects          : open " delimited by size
           function trim(formatted_count) delimited by size
           ", repaired " delimited by size
           function trim(formatted_count_2) delimited by size
           ", written off " delimited by size
           function trim(formatted_count_3) delimited by size
           " :: reject rate " delimited by size
           function trim(formatted_rate) delimited by size
           "%" delimited by size
        into report_text
    perform put_report_line
    perform varying reason_k from 1 by 1 until reason_k > reason_count
        if rs_vendor(reason_k) = vendor_k
            move rs_open(reason_k) to formatted_count
            move rs_repaired(reason_k) to formatted_count_2
            move rs_writtenoff(reason_k) to formatted_count_3
            move spaces to report_record
            string "    " delimited by size
                   rs_reason(reason_k) delimited by size
                   " open " delimited by size
                   function trim(formatted_count) delimited by size
                   ", repaired " delimited by size
                   function trim(formatted_count_2) delimited by size
                   ", written off " delimited by size
                   function trim(formatted_count_3) delimited by size
                into report_text
            perform put_report_line
        end-if
    end-perform

    move vn_review_queued(vendor_k) to formatted_count
    move vn_rev_accepted(vendor_k) to formatted_count_2
    move vn_rev_corrected(vendor_k) to formatted_count_3
    move spaces to report_record
    move 1 to report_pointer
    string "  Review queue     : " delimited by size
           function trim(formatted_count) delimited by size
           " queued, " delimited by size
           function trim(formatted_count_2) delimited by size
           " accepted, " delimited by size
           function trim(formatted_count_3) delimited by size
           " corrected, " delimited by size
        into report_text with pointer report_pointer
    move vn_rev_rejected(vendor_k) to formatted_count
    move vn_rev_carried(vendor_k) to formatted_count_2
    string function trim(formatted_count) delimited by size
           " rejected, " delimited by size
           function trim(formatted_count_2) delimited by size
           " carried" delimited by size
        into report_text with pointer report_pointer
    perform put_report_line

    move vn_returns(vendor_k) to formatted_count
    move vn_processed(vendor_k) to formatted_count_2
    move vn_late(vendor_k) to formatted_count_3
    if vn_processed(vendor_k) > 0
        compute average_turn rounded =
            vn_turn_days(vendor_k) / vn_processed(vendor_k)
    else
        move 0 to average_turn
    end-if
    move average_turn to formatted_turn
    move spaces to report_record
    string "  Returns, timing  : " delimited by size
           function trim(formatted_count) delimited by size
           " package(s) sent back, " delimited by size
           function trim(formatted_count_2) delimited by size
           " processed, average " delimited by size
           function trim(formatted_turn) delimited by size
           " day(s), " delimited by size
           function trim(formatted_count_3) delimited by size
           " late against due date" delimited by size
        into report_text
    perform put_report_line.

*> rank the vendors worst-first on rank_basis: pick the highest rate
*> not yet placed, until every vendor has a place
print_ranking.
    move spaces to report_record
    perform put_report_line
    move spaces to report_record
    if rank_basis = 1
        move "Ranking by reject rate (worst first):" to report_text
    else
        move "Ranking by late deliveries against due date (worst first):"
            to report_text
    end-if
    perform put_report_line
    perform varying vendor_k from 1 by 1 until vendor_k > vendor_count
        move 0 to vn_ranked(vendor_k)
    end-perform
    perform varying rank_k from 1 by 1 until rank_k > vendor_count
        move 0 to best_k
        move 0 to best_rate
        perform varying vendor_k from 1 by 1 until vendor_k > vendor_count
            if vn_ranked(vendor_k) = 0
                if rank_basis = 1
                    if best_k = 0 or vn_reject_rate(vendor_k) > best_rate
                        move vendor_k to best_k
                        move vn_reject_rate(vendor_k) to best_rate
                    end-if
                else
                    if best_k = 0 or vn_late_rate(vendor_k) > best_rate
                        move vendor_k to best_k
                        move vn_late_rate(vendor_k) to best_rate
                    end-if
                end-if
            end-if
        end-perform
        move 1 to vn_ranked(best_k)
        move rank_k to formatted_rank
        move best_rate to formatted_rate
        move spaces to report_record
        string "  " delimited by size
               formatted_rank delimited by size
               ". " delimited by size
               vn_source(best_k) delimited by size
               " " delimited by size
               formatted_rate delimited by size
               "%" delimited by size
            into report_text
        perform put_report_line
    end-perform.

*> one line to the scorecard file and the console
put_report_line.
    write report_record
    display report_text.
