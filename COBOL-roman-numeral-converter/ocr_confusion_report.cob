*> ocr_confusion_report.cob
*>
*> Character-confusion statistics for the scanning vendors, built
*> from the before/after pairs repair_reject_file,
*> auto_repair_rejects, and review_queue_screen post to the shop-wide
*> correction history (correction_history.txt). Each pair is lined up
*> character by character (common front and back trimmed off, the
*> differing middle compared), and the misreadings are tabulated --
*> an "l" read where an "i" was meant, a "1" for an "i", a dropped
*> "c" -- across the whole history, by vendor (the batch's source on
*> the intake register), and by convert_numeral's failing position.
*> A closing section per reject reason shows how often the operators'
*> own corrections agreed with the machine's suggestion, which is the
*> evidence for switching an AUTO_FIX_* policy on.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. ocr_confusion_report.

environment division.
input-output section.
file-control.
    select history_file assign history_identifier
    organization is line sequential.

    select intake_file assign intake_identifier
    organization is line sequential.

    *> one record per tallied confusion, sorted into report order
    select confwork_file assign confwork_identifier
    organization is line sequential.

    select confsort_file assign confsort_identifier
    organization is line sequential.

    select conf_sort_file assign "confsortwk".

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd history_file.
01 history_record.
    05 ch_date pic 9(8).
    05 filler pic x(1).
    05 ch_time pic 9(8).
    05 filler pic x(1).
    05 ch_operator pic x(20).
    05 filler pic x(1).
    05 ch_program pic x(30).
    05 filler pic x(1).
    05 ch_batch pic x(40).
    05 filler pic x(1).
    05 ch_line pic 9(9).
    05 filler pic x(1).
    05 ch_position pic 9(2).
    05 filler pic x(1).
    05 ch_reason pic x(16).
    05 filler pic x(1).
    05 ch_original pic x(30).
    05 filler pic x(1).
    05 ch_corrected pic x(30).
    05 filler pic x(1).
    05 ch_suggestion pic x(30).

fd intake_file.
01 intake_record.
    05 itk_file pic x(40).
    05 filler pic x(1).
    05 itk_source pic x(20).
    05 filler pic x(92).

fd confwork_file.
01 confwork_record.
    05 cw_group_kind pic 9.
    05 cw_group pic x(20).
    05 cw_count pic 9(9).
    05 cw_seen pic x(6).
    05 cw_meant pic x(6).

fd confsort_file.
01 confsort_record.
    05 cs_group_kind pic 9.
    05 cs_group pic x(20).
    05 cs_count pic 9(9).
    05 cs_seen pic x(6).
    05 cs_meant pic x(6).

sd conf_sort_file.
01 conf_sort_record.
    05 srt_group_kind pic 9.
    05 srt_group pic x(20).
    05 srt_count pic 9(9).
    05 filler pic x(12).

fd report_file.
01 report_record.
    05 report_text pic x(100).

working-storage section.
*> every delivery's source, for resolving a batch to its vendor
01 source-table.
    05 source-entry occurs 2000 times.
        10 sc_file pic x(40).
        10 sc_source pic x(20).
*> confusion tallies: one slot per group and seen/meant pair; group
*> kind 1 is the whole history, 2 a vendor, 3 a failing position
01 confusion-table.
    05 confusion-entry occurs 3000 times.
        10 cf_group_kind pic 9.
        10 cf_group pic x(20).
        10 cf_seen pic x(6).
        10 cf_meant pic x(6).
        10 cf_count pic 9(9).
*> per-reason corrections, for the AUTO_FIX_* policy evidence
01 reason-table.
    05 reason-entry occurs 40 times.
        10 rn_reason pic x(16).
        10 rn_pairs pic 9(9).
        10 rn_auto pic 9(9).
        10 rn_manual pic 9(9).
        10 rn_suggested pic 9(9).
        10 rn_agreed pic 9(9).
77 source_count pic s9(4) comp value 0. *> deliveries on the source table
77 confusion_count pic s9(4) comp value 0. *> slots used on the confusion table
77 reason_count pic s9(4) comp value 0. *> reasons on the reason table
77 source_k pic s9(4) comp. *> index over the source table
77 confusion_k pic s9(4) comp. *> index over the confusion table
77 reason_k pic s9(4) comp. *> index over the reason table
77 slot_found pic 9. *> 1 once a table slot is located
77 history_identifier pic x(40) value "correction_history.txt". *> the shop-wide correction history
77 intake_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 confwork_identifier pic x(40) value "ocr_confusion_work.txt". *> tallies queued for the sort
77 confsort_identifier pic x(40) value "ocr_confusion_sort.txt". *> tallies in report order, post-sort
77 report_identifier pic x(40). *> the dated printable report
77 confusion_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 filter_from_text pic x(10). *> earliest correction date, as keyed
77 filter_from pic 9(8). *> earliest correction date, 0 = whole history
77 entry_length pic s9(4) comp. *> trimmed length of the keyed date
77 report_date pic 9(8). *> today, for the report name
77 pair_vendor pic x(20). *> the current pair's vendor, UNKNOWN when unlogged
77 base_length pic s9(4) comp. *> trimmed length of a delivery file name
77 original_text pic x(30). *> the delivered token, lower-cased
77 corrected_text pic x(30). *> the corrected numeral, lower-cased
77 original_length pic s9(4) comp. *> trimmed length of the delivered token
77 corrected_length pic s9(4) comp. *> trimmed length of the corrected numeral
77 front_match pic s9(4) comp. *> characters the two agree on from the front
77 back_match pic s9(4) comp. *> characters the two agree on from the back
77 original_mid pic s9(4) comp. *> length of the delivered token's differing middle
77 corrected_mid pic s9(4) comp. *> length of the corrected numeral's differing middle
77 char_k pic s9(4) comp. *> index along a differing middle
77 confusion_seen pic x(6). *> what the scanner read, "-" for nothing
77 confusion_meant pic x(6). *> what was meant, "-" for nothing
77 group_kind pic 9. *> group kind being tallied into
77 group_name pic x(20). *> group being tallied into
77 position_edit pic 99. *> failing position, for the group name
77 pairs_read pic 9(9) value 0. *> history pairs examined
77 confusions_found pic 9(9) value 0. *> individual misreadings tallied
77 table_full_warned pic 9 value 0. *> 1 once the confusion table overflow has been reported
77 prior_group_kind pic 9. *> group kind of the previous sorted record
77 prior_group pic x(20). *> group of the previous sorted record
77 agree_percent pic 9(3)v9. *> share of suggested corrections the operator agreed with
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 formatted_count_2 pic z(8)9. *> a second count on the same line
77 formatted_count_3 pic z(8)9. *> a third count on the same line
77 formatted_percent pic zz9.9. *> a percentage, one decimal
77 audit_program_name pic x(30) value "ocr_confusion_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the pairs examined, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "CBL_CHECK_FILE_EXIST" using history_identifier, confusion_check_buffer
    if return-code not = 0
        display "No correction history on file; nothing has been corrected yet."
        move 2 to return-code
        goback
    end-if

    display "Corrections from (yyyymmdd, blank = whole history)?: "
        with no advancing
    accept filter_from_text
    move 0 to filter_from
    move function length(function trim(filter_from_text)) to entry_length
    if entry_length = 8 and filter_from_text(1:8) is numeric
        move function numval(filter_from_text) to filter_from
    end-if

    *> every logged delivery's source; a batch never logged at intake
    *> lands under UNKNOWN
    call "CBL_CHECK_FILE_EXIST" using intake_identifier, confusion_check_buffer
    if return-code = 0
        open input intake_file
        perform forever
            read intake_file
                at end exit perform
            end-read
            if source_count < 2000
                add 1 to source_count
                move itk_file to sc_file(source_count)
                move itk_source to sc_source(source_count)
            end-if
        end-perform
        close intake_file
    end-if

    open input history_file
    perform forever
        read history_file
            at end exit perform
        end-read
        if ch_date < filter_from
            exit perform cycle
        end-if
        add 1 to pairs_read
        perform find_vendor
        perform tally_reason
        perform derive_confusions
    end-perform
    close history_file

    if pairs_read = 0
        display "No corrections in the history since " filter_from "."
        move 2 to return-code
        goback
    end-if

    *> the tallies go out through a sort, so each group prints its
    *> commonest misreadings first
    open output confwork_file
    perform varying confusion_k from 1 by 1 until confusion_k > confusion_count
        move spaces to confwork_record
        move cf_group_kind(confusion_k) to cw_group_kind
        move cf_group(confusion_k) to cw_group
        move cf_count(confusion_k) to cw_count
        move cf_seen(confusion_k) to cw_seen
        move cf_meant(confusion_k) to cw_meant
        write confwork_record
    end-perform
    close confwork_file
    sort conf_sort_file
        on ascending key srt_group_kind, srt_group
        on descending key srt_count
        using confwork_file
        giving confsort_file

    accept report_date from date yyyymmdd
    move spaces to report_identifier
    string "ocr_confusion_" delimited by size
           report_date delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file

    move spaces to report_record
    string "OCR character-confusion statistics :: " delimited by size
           report_date delimited by size
        into report_text
    perform put_report_line
    move spaces to report_record
    move all "-" to report_text(1:64)
    perform put_report_line
    move pairs_read to formatted_count
    move confusions_found to formatted_count_2
    move spaces to report_record
    string "Correction pairs examined: " delimited by size
           function trim(formatted_count) delimited by size
           " :: misreadings tallied: " delimited by size
           function trim(formatted_count_2) delimited by size
        into report_text
    perform put_report_line

    move 9 to prior_group_kind
    move spaces to prior_group
    open input confsort_file
    perform forever
        read confsort_file
            at end exit perform
        end-read
        if cs_group_kind not = prior_group_kind or cs_group not = prior_group
            if cs_group_kind not = prior_group_kind
                move spaces to report_record
                perform put_report_line
                move spaces to report_record
                evaluate cs_group_kind
                    when 1
                        move "Across every vendor:" to report_text
                    when 2
                        move "By vendor:" to report_text
                    when other
                        move "By failing position:" to report_text
                end-evaluate
                perform put_report_line
            end-if
            if cs_group_kind not = 1
                move spaces to report_record
                string "  " delimited by size
                       function trim(cs_group) delimited by size
                    into report_text
                perform put_report_line
            end-if
            move cs_group_kind to prior_group_kind
            move cs_group to prior_group
        end-if
        move cs_count to formatted_count
        move spaces to report_record
        evaluate true
            when cs_seen = "(case)"
                string "    case only (right letters, wrong case) :: "
                       delimited by size
                       function trim(formatted_count) delimited by size
                    into report_text
            when cs_seen = "-"
                string "    '" delimited by size
                       function trim(cs_meant) delimited by size
                       "' dropped :: " delimited by size
                       function trim(formatted_count) delimited by size
                    into report_text
            when cs_meant = "-"
                string "    '" delimited by size
                       function trim(cs_seen) delimited by size
                       "' read in that wasn't there :: " delimited by size
                       function trim(formatted_count) delimited by size
                    into report_text
            when other
                string "    '" delimited by size
                       function trim(cs_seen) delimited by size
                       "' read where '" delimited by size
                       function trim(cs_meant) delimited by size
                       "' was meant :: " delimited by size
                       function trim(formatted_count) delimited by size
                    into report_text
        end-evaluate
        perform put_report_line
    end-perform
    close confsort_file
    call "CBL_DELETE_FILE" using confwork_identifier
    call "CBL_DELETE_FILE" using confsort_identifier

    *> per reason: how the corrections were made, and how often the
    *> operators agreed with the machine's own suggestion
    move spaces to report_record
    perform put_report_line
    move "By reject reason (AUTO_FIX_* policy evidence):" to report_text
    perform put_report_line
    perform varying reason_k from 1 by 1 until reason_k > reason_count
        move rn_pairs(reason_k) to formatted_count
        move rn_auto(reason_k) to formatted_count_2
        move rn_manual(reason_k) to formatted_count_3
        move spaces to report_record
        string "  " delimited by size
               rn_reason(reason_k) delimited by size
               " " delimited by size
               function trim(formatted_count) delimited by size
               " pair(s), " delimited by size
               function trim(formatted_count_2) delimited by size
               " auto-applied, " delimited by size
               function trim(formatted_count_3) delimited by size
               " keyed by hand" delimited by size
            into report_text
        perform put_report_line
        if rn_suggested(reason_k) > 0
            compute agree_percent rounded =
                rn_agreed(reason_k) * 100 / rn_suggested(reason_k)
            move rn_agreed(reason_k) to formatted_count
            move rn_suggested(reason_k) to formatted_count_2
            move agree_percent to formatted_percent
            move spaces to report_record
            string "      hand corrections matching the suggestion: "
                   delimited by size
                   function trim(formatted_count) delimited by size
                   " of " delimited by size
                   function trim(formatted_count_2) delimited by size
                   " (" delimited by size
                   function trim(formatted_percent) delimited by size
                   "%)" delimited by size
                into report_text
            perform put_report_line
        end-if
    end-perform
    close report_file
    display "Confusion report :: " function trim(report_identifier)

    move spaces to audit_key_param
    move pairs_read to formatted_count
    string function trim(formatted_count) delimited by size
           " correction pair(s)" delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    move 0 to return-code
    goback.

*> resolve the pair's batch to the delivery's source: the delivery
*> name itself, or its "<name>_gNNNN" generation base
find_vendor.
    move "UNKNOWN" to pair_vendor
    move 0 to slot_found
    perform varying source_k from 1 by 1 until source_k > source_count
        or slot_found = 1
        if ch_batch = sc_file(source_k)
            move 1 to slot_found
        else
            move function length(function trim(sc_file(source_k)))
                to base_length
            if base_length < 35
                and ch_batch(1 : base_length) = sc_file(source_k)(1 : base_length)
                and ch_batch(base_length + 1 : 2) = "_g"
                and ch_batch(base_length + 3 : 4) is numeric
                move 1 to slot_found
            end-if
        end-if
        if slot_found = 1
            move sc_source(source_k) to pair_vendor
        end-if
    end-perform.

*> the pair into its reason's tallies: auto-applied or keyed by
*> hand, and whether a hand correction agreed with the suggestion
tally_reason.
    move 0 to slot_found
    perform varying reason_k from 1 by 1 until reason_k > reason_count
        or slot_found = 1
        if rn_reason(reason_k) = ch_reason
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from reason_k
    else
        if reason_count < 40
            add 1 to reason_count
            move reason_count to reason_k
            move ch_reason to rn_reason(reason_k)
            move 0 to rn_pairs(reason_k), rn_auto(reason_k),
                rn_manual(reason_k), rn_suggested(reason_k), rn_agreed(reason_k)
        else
            move 0 to reason_k
        end-if
    end-if
    if reason_k > 0
        add 1 to rn_pairs(reason_k)
        if ch_program = "auto_repair_rejects"
            add 1 to rn_auto(reason_k)
        else
            add 1 to rn_manual(reason_k)
            if ch_suggestion not = spaces
                add 1 to rn_suggested(reason_k)
                if function lower-case(ch_suggestion)
                    = function lower-case(ch_corrected)
                    add 1 to rn_agreed(reason_k)
                end-if
            end-if
        end-if
    end-if.

*> line the delivered token up against the correction: trim off the
*> run of characters they agree on at the front and at the back,
*> and read the misreadings off the differing middles
derive_confusions.
    move function lower-case(ch_original) to original_text
    move function lower-case(ch_corrected) to corrected_text
    move function length(function trim(original_text)) to original_length
    move function length(function trim(corrected_text)) to corrected_length
    if original_text = spaces
        move 0 to original_length
    end-if
    if corrected_text = spaces
        move 0 to corrected_length
    end-if

    if original_text = corrected_text
        if ch_original not = ch_corrected
            move "(case)" to confusion_seen
            move spaces to confusion_meant
            perform tally_confusion
        end-if
    else
        move 0 to front_match
        perform until front_match >= original_length
            or front_match >= corrected_length
            or original_text(front_match + 1 : 1)
                not = corrected_text(front_match + 1 : 1)
            add 1 to front_match
        end-perform
        move 0 to back_match
        perform until back_match >= original_length - front_match
            or back_match >= corrected_length - front_match
            or original_text(original_length - back_match : 1)
                not = corrected_text(corrected_length - back_match : 1)
            add 1 to back_match
        end-perform
        compute original_mid = original_length - front_match - back_match
        compute corrected_mid = corrected_length - front_match - back_match

        evaluate true
            when original_mid = corrected_mid
                *> same length: a character-for-character misreading
                perform varying char_k from 1 by 1 until char_k > original_mid
                    if original_text(front_match + char_k : 1)
                        not = corrected_text(front_match + char_k : 1)
                        move original_text(front_match + char_k : 1)
                            to confusion_seen
                        move corrected_text(front_match + char_k : 1)
                            to confusion_meant
                        perform tally_confusion
                    end-if
                end-perform
            when original_mid = 0
                *> characters the scanner dropped altogether
                perform varying char_k from 1 by 1 until char_k > corrected_mid
                    move "-" to confusion_seen
                    move corrected_text(front_match + char_k : 1)
                        to confusion_meant
                    perform tally_confusion
                end-perform
            when corrected_mid = 0
                *> characters the scanner read in that weren't there
                perform varying char_k from 1 by 1 until char_k > original_mid
                    move original_text(front_match + char_k : 1)
                        to confusion_seen
                    move "-" to confusion_meant
                    perform tally_confusion
                end-perform
            when other
                *> a run misread as a run of another length ("m" for
                *> "iii"); tallied as the two runs, six characters at most
                move spaces to confusion_seen, confusion_meant
                if original_mid > 6
                    move 6 to original_mid
                end-if
                if corrected_mid > 6
                    move 6 to corrected_mid
                end-if
                move original_text(front_match + 1 : original_mid)
                    to confusion_seen
                move corrected_text(front_match + 1 : corrected_mid)
                    to confusion_meant
                perform tally_confusion
        end-evaluate
    end-if.

*> one misreading into the whole-history, vendor, and position groups
tally_confusion.
    add 1 to confusions_found
    move 1 to group_kind
    move "ALL" to group_name
    perform tally_confusion_group
    move 2 to group_kind
    move pair_vendor to group_name
    perform tally_confusion_group
    move 3 to group_kind
    move spaces to group_name
    if ch_position = 0
        move "no failing position" to group_name
    else
        move ch_position to position_edit
        string "position " delimited by size
               position_edit delimited by size
            into group_name
    end-if
    perform tally_confusion_group.

tally_confusion_group.
    move 0 to slot_found
    perform varying confusion_k from 1 by 1 until confusion_k > confusion_count
        or slot_found = 1
        if cf_group_kind(confusion_k) = group_kind
            and cf_group(confusion_k) = group_name
            and cf_seen(confusion_k) = confusion_seen
            and cf_meant(confusion_k) = confusion_meant
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from confusion_k
        add 1 to cf_count(confusion_k)
    else
        if confusion_count < 3000
            add 1 to confusion_count
            move group_kind to cf_group_kind(confusion_count)
            move group_name to cf_group(confusion_count)
            move confusion_seen to cf_seen(confusion_count)
            move confusion_meant to cf_meant(confusion_count)
            move 1 to cf_count(confusion_count)
        else
            if table_full_warned = 0
                move 1 to table_full_warned
                display "*** Confusion table full at 3000 pairs; "
                    "rarer misreadings are left off the report ***"
            end-if
        end-if
    end-if.

*> one line to the report file and the console
put_report_line.
    write report_record
    display report_text.
