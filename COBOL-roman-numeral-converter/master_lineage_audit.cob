*> master_lineage_audit.cob
*>
*> Periodic lineage audit of the conversion master: every current
*> history record (the highest sequence under its numeral) names the
*> results file and line it was loaded from, and this walks those
*> pointers back to the files to confirm the evidence still stands.
*> A record whose source line is still there with the same numeral
*> and decimal is verified; one whose line was since repaired,
*> regenerated, or cut short is CHANGED; one whose file was archived
*> by archive_purge_job is checked in the ".arc" copy instead and
*> reported ARCHIVED with that name; one whose file is gone outright
*> is PURGED. Everything but the verified records is listed on
*> master_lineage_<yyyymmdd>.txt, each batch whose evidence changed
*> or was purged is raised on the exceptions dataset, and the job
*> ends with return code 1 when any master entry has no evidence
*> behind it. The pointers are run through a sort work file by
*> batch and line, so each source file is read once, front to back.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. master_lineage_audit.

environment division.
input-output section.
file-control.
    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    select linework_file assign linework_identifier
    organization is line sequential.

    select linesort_file assign linesort_identifier
    organization is line sequential.

    *> the results file (or its .arc copy) a batch was loaded from
    select source_file assign source_identifier
    organization is line sequential.

    select report_file assign report_identifier
    organization is line sequential.

    select lineage_sort_file assign "lngsortwk".

data division.
file section.
fd master_file.
01 master_record.
    05 master_key.
        10 master_numeral pic x(30).
        10 master_seq pic 9(4).
    05 master_decimal pic 9(12).
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd linework_file.
01 linework_record.
    05 lw_text pic x(100).

fd linesort_file.
01 linesort_record.
    05 ls_batch pic x(40).
    05 filler pic x(1).
    05 ls_line pic 9(9).
    05 filler pic x(1).
    05 ls_numeral pic x(30).
    05 filler pic x(1).
    05 ls_decimal pic 9(12).
    05 filler pic x(1).
    05 ls_seq pic 9(4).

sd lineage_sort_file.
01 lineage_sort_record.
    05 lsr_text pic x(100).

fd source_file.
01 source_record.
    05 source_decimal_text pic x(12).
    05 filler pic x(4).
    05 source_numeral_text pic x(30).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
77 master_identifier pic x(40) value "conversion_master.dat". *> for the existence check only
77 linework_identifier pic x(40) value "lineage_linework.txt". *> each current record's pointer, queued for the sort
77 linesort_identifier pic x(40) value "lineage_linesort.txt". *> the pointers by batch and line, post-sort
77 source_identifier pic x(44). *> the results file, or its .arc copy, being checked
77 report_identifier pic x(40). *> master_lineage_<yyyymmdd>.txt
77 lineage_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 report_date pic 9(8). *> today, for the report name and heading
77 scan_done pic 9. *> 1 once the master walk has run out
77 records_walked pic 9(9) value 0. *> master records walked
77 held_open pic 9 value 0. *> 1 while a numeral's latest record is held
*> a numeral's latest record, held in work-file layout until the
*> next numeral shows it was the current one
01 held-pointer.
    05 hp_batch pic x(40).
    05 filler pic x(1).
    05 hp_line pic 9(9).
    05 filler pic x(1).
    05 hp_numeral pic x(30).
    05 filler pic x(1).
    05 hp_decimal pic 9(12).
    05 filler pic x(1).
    05 hp_seq pic 9(4).
77 current_batch pic x(40). *> batch whose source file is open
77 batch_open pic 9 value 0. *> 1 once current_batch has been looked up
77 source_state pic x(1). *> L live file, A archived copy, P purged
77 source_open pic 9 value 0. *> 1 while source_file is open
77 source_eof pic 9. *> 1 once the source file has run out
77 source_line pic 9(9). *> physical line last read off the source file
77 batch_changed pic 9(9). *> records of current_batch found CHANGED
77 batch_purged pic 9(9). *> records of current_batch found PURGED
77 line_status pic x(12). *> VERIFIED, CHANGED, ARCHIVED, ARC-CHANGED, PURGED
77 line_detail pic x(60). *> what the source shows now, for the report
77 detail_scratch pic x(60). *> line_detail, while it is being added to
77 key_pointer pic s9(4) comp. *> next free position in audit_key_param
77 decimal_trimmed pic x(12). *> the source line's decimal column, trimmed
77 decimal_length pic s9(4) comp. *> its significant length
77 source_numeral pic x(30). *> the source line's numeral, as the loader reads it
77 source_decimal pic 9(12). *> the source line's decimal, as the loader reads it
77 records_checked pic 9(9) value 0. *> current records checked
77 records_verified pic 9(9) value 0. *> whose live source line still matches
77 records_changed pic 9(9) value 0. *> whose source line no longer matches
77 records_archived pic 9(9) value 0. *> whose source is only in a .arc copy
77 records_purged pic 9(9) value 0. *> whose source is gone
77 formatted_line pic z(8)9. *> line numbers, no leading zeroes
77 formatted_value pic z(11)9. *> decimals, no leading zeroes
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 exception_severity pic x(1). *> E or W, for the exceptions dataset
77 exception_reason pic x(12). *> reason code, for the exceptions dataset
77 exception_key_values pic x(40). *> the batch, for the exceptions dataset
77 audit_program_name pic x(30) value "master_lineage_audit". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> records checked and unsupported, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to records_walked, records_checked, records_verified,
        records_changed, records_archived, records_purged
    move 0 to held_open, batch_open, source_open

    call "CBL_CHECK_FILE_EXIST" using master_identifier, lineage_check_buffer
    if return-code not = 0
        display "No conversion master on file; run load_conversion_master first."
        move 2 to return-code
        goback
    end-if

    *> one walk over the master in key order: a numeral's history
    *> comes off together, lowest sequence first, so the last record
    *> of each group is the current one and is the only one queued
    open input master_file
    open output linework_file
    move 0 to scan_done
    move low-values to master_key
    start master_file key not < master_key
        invalid key move 1 to scan_done
    end-start
    perform until scan_done = 1
        read master_file next
            at end
                move 1 to scan_done
            not at end
                add 1 to records_walked
                if held_open = 1 and master_numeral not = hp_numeral
                    move held-pointer to lw_text
                    write linework_record
                end-if
                move spaces to held-pointer
                move master_batch to hp_batch
                move master_line to hp_line
                move master_numeral to hp_numeral
                move master_decimal to hp_decimal
                move master_seq to hp_seq
                move 1 to held_open
        end-read
    end-perform
    if held_open = 1
        move held-pointer to lw_text
        write linework_record
    end-if
    close master_file, linework_file

    if records_walked = 0
        display "The conversion master is empty; nothing to audit."
        call "CBL_DELETE_FILE" using linework_identifier
        move 0 to return-code
        goback
    end-if

    sort lineage_sort_file
        on ascending key lsr_text
        using linework_file
        giving linesort_file

    accept report_date from date yyyymmdd
    move spaces to report_identifier
    string "master_lineage_" delimited by size
           report_date delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file
    move spaces to report_record
    string "Conversion master lineage audit, " delimited by size
           report_date delimited by size
        into report_text
    write report_record
    move spaces to report_record
    move "Current records whose source evidence has changed or gone:"
        to report_text
    write report_record
    move spaces to report_record
    write report_record
    move spaces to report_record
    move "Status" to report_text(1:12)
    move "Numeral" to report_text(14:30)
    move "Decimal" to report_text(45:12)
    move "Batch / line" to report_text(58:20)
    write report_record
    move spaces to report_record
    move all "-" to report_text(1:120)
    write report_record

    *> the pointers by batch and line: a batch's source is looked up
    *> once, and its lines come up in file order
    open input linesort_file
    perform forever
        read linesort_file
            at end exit perform
        end-read
        if batch_open = 0 or ls_batch not = current_batch
            perform close_source_batch
            perform open_source_batch
        end-if
        add 1 to records_checked
        perform check_source_line
    end-perform
    perform close_source_batch
    close linesort_file
    call "CBL_DELETE_FILE" using linework_identifier
    call "CBL_DELETE_FILE" using linesort_identifier

    if records_checked = records_verified
        move spaces to report_record
        move "  (none -- every current record's source line still stands)"
            to report_text
        write report_record
    end-if
    move spaces to report_record
    write report_record
    move records_checked to formatted_count
    move spaces to report_record
    string "Current records checked : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    move records_verified to formatted_count
    move spaces to report_record
    string "Verified                : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    move records_changed to formatted_count
    move spaces to report_record
    string "Source changed          : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    move records_archived to formatted_count
    move spaces to report_record
    string "Source archived (.arc)  : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    move records_purged to formatted_count
    move spaces to report_record
    string "Source purged           : " delimited by size
           formatted_count delimited by size
        into report_text
    write report_record
    close report_file

    display "Lineage audit written :: " function trim(report_identifier)
    move records_checked to formatted_count
    display "Current records       : " formatted_count
    move records_verified to formatted_count
    display "Verified              : " formatted_count
    move records_changed to formatted_count
    display "Source changed        : " formatted_count
    move records_archived to formatted_count
    display "Source archived       : " formatted_count
    move records_purged to formatted_count
    display "Source purged         : " formatted_count

    move spaces to audit_key_param
    move 1 to key_pointer
    move records_checked to formatted_count
    string function trim(formatted_count) delimited by size
           " checked, " delimited by size
        into audit_key_param with pointer key_pointer
    compute formatted_count = records_changed + records_purged
    string function trim(formatted_count) delimited by size
           " unsupported" delimited by size
        into audit_key_param with pointer key_pointer
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    if records_changed + records_purged > 0
        move 1 to return-code
    else
        move 0 to return-code
    end-if
    goback.

*> a new batch comes up on the sorted pointers: its results file if
*> it is still there, else the .arc copy archive_purge_job left, else
*> nothing -- the batch was purged
open_source_batch.
    move ls_batch to current_batch
    move 1 to batch_open
    move 0 to batch_changed, batch_purged
    move 0 to source_line, source_eof
    move ls_batch to source_identifier
    call "CBL_CHECK_FILE_EXIST" using source_identifier, lineage_check_buffer
    if return-code = 0
        move "L" to source_state
    else
        move spaces to source_identifier
        string function trim(ls_batch) delimited by size
               ".arc" delimited by size
            into source_identifier
        call "CBL_CHECK_FILE_EXIST" using source_identifier, lineage_check_buffer
        if return-code = 0
            move "A" to source_state
        else
            move "P" to source_state
        end-if
    end-if
    move 0 to return-code
    if source_state not = "P"
        open input source_file
        move 1 to source_open
    end-if.

*> the batch is done: close its source, and raise it on the
*> exceptions dataset when any of its master entries lost their
*> evidence
close_source_batch.
    if source_open = 1
        close source_file
        move 0 to source_open
    end-if
    if batch_open = 1
        if batch_purged > 0
            move "W" to exception_severity
            move "SRC-PURGED" to exception_reason
            move current_batch to exception_key_values
            call "write_exception" using audit_program_name, exception_severity,
                exception_reason, exception_key_values
        end-if
        if batch_changed > 0
            move "W" to exception_severity
            move "SRC-CHANGED" to exception_reason
            move current_batch to exception_key_values
            call "write_exception" using audit_program_name, exception_severity,
                exception_reason, exception_key_values
        end-if
    end-if.

*> one pointer against its source: read forward to its line (the
*> loader counted every physical record) and compare the numeral and
*> decimal the way the loader read them
check_source_line.
    move spaces to line_detail
    if source_state = "P"
        move "PURGED" to line_status
        move "results file and .arc copy both gone" to line_detail
        add 1 to records_purged, batch_purged
        perform write_lineage_line
    else
        perform until source_eof = 1 or source_line >= ls_line
            read source_file
                at end move 1 to source_eof
                not at end add 1 to source_line
            end-read
        end-perform
        if source_line not = ls_line
            move "line no longer in the file" to line_detail
        else
            move function upper-case(function trim(source_numeral_text))
                to source_numeral
            move function trim(source_decimal_text) to decimal_trimmed
            move function length(function trim(decimal_trimmed)) to decimal_length
            if decimal_trimmed = spaces
                or decimal_trimmed(1:decimal_length) is not numeric
                move 0 to source_decimal
                move spaces to line_detail
                string "line now carries " delimited by size
                       function trim(source_record) delimited by size
                    into line_detail
            else
                move function numval(source_decimal_text) to source_decimal
                if source_numeral not = ls_numeral
                    or source_decimal not = ls_decimal
                    move source_decimal to formatted_value
                    move spaces to line_detail
                    string "line now carries " delimited by size
                           function trim(formatted_value) delimited by size
                           " :: " delimited by size
                           function trim(source_numeral) delimited by size
                        into line_detail
                end-if
            end-if
        end-if
        if line_detail = spaces
            if source_state = "L"
                add 1 to records_verified
            else
                move "ARCHIVED" to line_status
                move function trim(source_identifier) to line_detail
                add 1 to records_archived
                perform write_lineage_line
            end-if
        else
            if source_state = "L"
                move "CHANGED" to line_status
            else
                move "ARC-CHANGED" to line_status
                move line_detail(1:48) to detail_scratch
                move spaces to line_detail
                string function trim(detail_scratch) delimited by size
                       " (in .arc)" delimited by size
                    into line_detail
            end-if
            add 1 to records_changed, batch_changed
            perform write_lineage_line
        end-if
    end-if.

write_lineage_line.
    move spaces to report_record
    move line_status to report_text(1:12)
    move ls_numeral to report_text(14:30)
    move ls_decimal to formatted_value
    move formatted_value to report_text(45:12)
    move ls_line to formatted_line
    string function trim(ls_batch) delimited by size
           " / " delimited by size
           function trim(formatted_line) delimited by size
        into report_text(58:50)
    write report_record
    if line_detail not = spaces
        move spaces to report_record
        move line_detail to report_text(16:60)
        write report_record
    end-if.
